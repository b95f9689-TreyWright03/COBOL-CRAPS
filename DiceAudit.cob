               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS rolljrnl-status.
           SELECT dice-inventory-file ASSIGN TO "diceinv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS diceinv-status.
           SELECT dice-config-file ASSIGN TO "dicecfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dicecfg-status.

       DATA DIVISION.
       FILE SECTION.
       FD roll-journal-file.
       COPY "rolljrnl.cpy".

       FD dice-inventory-file.
       COPY "diceinv.cpy".

       FD dice-config-file.
       01 dice-config-record.
           02 dcc-max-rolls    PIC 9(6).
           02 FILLER           PIC X.
           02 dcc-max-days     PIC 9(4).
           02 FILLER           PIC X.
           02 dcc-warn-pct     PIC 99.

       WORKING-STORAGE SECTION.
       01 DIE1             PIC 9.
       01 DIE2             PIC 9.
       01 genRolls         PIC 9(6) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.

       01 diceinv-status   PIC 99.
       01 dicecfg-status   PIC 99.
       01 todayDate        PIC 9(8) VALUE 0.
       01 maxSetRolls      PIC 9(6) VALUE 10000.
       01 maxSetDays       PIC 9(4) VALUE 30.
       01 warnPct          PIC 99 VALUE 90.
       01 warnRolls        PIC 9(6) VALUE 0.
       01 warnDays         PIC 9(4) VALUE 0.
       01 setCount         PIC 9(3) VALUE 0.
       01 s                PIC 9(3) VALUE 0.
       01 setIdx           PIC 9(3) VALUE 0.
       01 setOverflow      PIC 9(5) VALUE 0.
       01 overflowRolls    PIC 9(6) VALUE 0.
       01 t                PIC 99 VALUE 0.
       01 waysCount        PIC 9 VALUE 0.
       01 unstampedRolls   PIC 9(6) VALUE 0.
       01 setAgeDays       PIC S9(6) VALUE 0.
       01 setChi           PIC 9(9)V9(4) VALUE 0.
       01 setExp           PIC 9(6)V9(4) VALUE 0.
       01 setStatus        PIC X(10) VALUE SPACES.
       01 setFlagCount     PIC 9(3) VALUE 0.
       01 ageDisp          PIC ZZZZ9.
       01 setRollDisp      PIC ZZZZZZ9.
       01 opsProgram       PIC X(8) VALUE "DICEAUDT".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.

       01 dice-set-table.
           05 dice-set-entry OCCURS 500 TIMES.
               10 dst-serial     PIC X(8).
               10 dst-table      PIC 9.
               10 dst-in-service PIC 9(8).
               10 dst-retired    PIC 9(8).
               10 dst-rolls      PIC 9(6).
               10 dst-freq       PIC 9(6) OCCURS 11 TIMES.

       01 freq2            PIC 9(6) VALUE 0.
       01 freq3            PIC 9(6) VALUE 0.
       01 freq4            PIC 9(6) VALUE 0.
       01 runsChi            PIC 9(9)V9(4) VALUE 0.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-DICE-CONFIG.
           PERFORM LOAD-DICE-INVENTORY.
           OPEN INPUT roll-journal-file.
           IF rolljrnl-status = "00"
               MOVE 'Y' TO journalMode
           PERFORM COMPUTE-DOUBLES-CHI.
           PERFORM COMPUTE-RUNS-CHI.
           PERFORM DISPLAY-REPORT.
           IF journalMode = 'Y'
               PERFORM DISPLAY-SET-REPORT
           END-IF.
           STOP RUN.

       LOAD-DICE-CONFIG.
           OPEN INPUT dice-config-file
           IF dicecfg-status = "00"
               READ dice-config-file
                   NOT AT END
                       IF dcc-max-rolls IS NUMERIC
                       AND dcc-max-rolls > 0
                           MOVE dcc-max-rolls TO maxSetRolls
                       END-IF
                       IF dcc-max-days IS NUMERIC
                       AND dcc-max-days > 0
                           MOVE dcc-max-days TO maxSetDays
                       END-IF
                       IF dcc-warn-pct IS NUMERIC
                       AND dcc-warn-pct > 0
                           MOVE dcc-warn-pct TO warnPct
                       END-IF
               END-READ
               CLOSE dice-config-file
           END-IF
           COMPUTE warnRolls = maxSetRolls * warnPct / 100
           COMPUTE warnDays = maxSetDays * warnPct / 100.

       LOAD-DICE-INVENTORY.
           MOVE 0 TO setCount
           OPEN INPUT dice-inventory-file
           IF diceinv-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dice-inventory-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dci-serial NOT = SPACES
                           IF setCount < 500
                               ADD 1 TO setCount
                               PERFORM CLEAR-SET-ENTRY
                               MOVE dci-serial TO dst-serial(setCount)
                               MOVE dci-table  TO dst-table(setCount)
                               MOVE dci-in-service
                                   TO dst-in-service(setCount)
                               MOVE dci-retired
                                   TO dst-retired(setCount)
                           ELSE
                               ADD 1 TO setOverflow
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dice-inventory-file
           END-IF.

       CLEAR-SET-ENTRY.
           MOVE SPACES TO dst-serial(setCount)
           MOVE 0 TO dst-table(setCount)
           MOVE 0 TO dst-in-service(setCount)
           MOVE 0 TO dst-retired(setCount)
           MOVE 0 TO dst-rolls(setCount)
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 11
               MOVE 0 TO dst-freq(setCount, t)
           END-PERFORM.

       TALLY-DICE-SET.
           IF rj-dice-set = SPACES
               ADD 1 TO unstampedRolls
           ELSE
               MOVE 0 TO setIdx
               PERFORM VARYING s FROM 1 BY 1 UNTIL s > setCount
                   IF dst-serial(s) = rj-dice-set
                       MOVE s TO setIdx
                   END-IF
               END-PERFORM
               IF setIdx = 0
                   IF setCount < 500
                       ADD 1 TO setCount
                       PERFORM CLEAR-SET-ENTRY
                       MOVE rj-dice-set TO dst-serial(setCount)
                       MOVE rj-table    TO dst-table(setCount)
                       MOVE setCount    TO setIdx
                   ELSE
                       ADD 1 TO overflowRolls
                   END-IF
               END-IF
               IF setIdx > 0 AND diceTotal >= 2 AND diceTotal <= 12
                   ADD 1 TO dst-rolls(setIdx)
                   COMPUTE t = diceTotal - 1
                   ADD 1 TO dst-freq(setIdx, t)
               END-IF
           END-IF.

       COMPUTE-SET-CHI.
           MOVE 0 TO setChi
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 11
               IF t <= 6
                   MOVE t TO waysCount
               ELSE
                   COMPUTE waysCount = 12 - t
               END-IF
               COMPUTE setExp = dst-rolls(s) * waysCount / 36
               COMPUTE diffVal = dst-freq(s, t) - setExp
               COMPUTE term = (diffVal * diffVal) / setExp
               ADD term TO setChi
           END-PERFORM.

       COMPUTE-SET-AGE.
           MOVE 0 TO setAgeDays
           IF dst-in-service(s) > 0
               IF dst-retired(s) > 0
                   COMPUTE setAgeDays =
                       FUNCTION INTEGER-OF-DATE(dst-retired(s))
                       - FUNCTION INTEGER-OF-DATE(dst-in-service(s))
               ELSE
                   COMPUTE setAgeDays =
                       FUNCTION INTEGER-OF-DATE(todayDate)
                       - FUNCTION INTEGER-OF-DATE(dst-in-service(s))
               END-IF
           END-IF.

       DISPLAY-SET-REPORT.
           DISPLAY " ".
           DISPLAY "===== PER DICE SET RESULTS =====".
           DISPLAY "Limits: " maxSetRolls " rolls, " maxSetDays
               " days in service, warn at " warnPct "%".
           IF unstampedRolls > 0
               DISPLAY "Rolls with no dice set recorded: "
                   unstampedRolls
           END-IF.
           IF setCount = 0
               DISPLAY "No dice sets on file."
           END-IF.
           IF setOverflow > 0 OR overflowRolls > 0
               DISPLAY "Dice sets beyond 500 not analysed: "
                   setOverflow ", rolls on them: " overflowRolls
           END-IF.
           DISPLAY "SERIAL   TBL   ROLLS   DAYS  CHI-SQUARE  STATUS".
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > setCount
               PERFORM DISPLAY-ONE-SET
           END-PERFORM.
           DISPLAY "Sets to pull or watch: " setFlagCount.

       DISPLAY-ONE-SET.
           PERFORM COMPUTE-SET-AGE
           MOVE SPACES TO setStatus
           MOVE 0 TO setChi
           IF dst-rolls(s) >= 180
               PERFORM COMPUTE-SET-CHI
           END-IF
           IF dst-retired(s) > 0
               MOVE "RETIRED" TO setStatus
           ELSE
               EVALUATE TRUE
                   WHEN setChi > 18.3070
                       MOVE "PULL-SUSP" TO setStatus
                   WHEN dst-rolls(s) >= maxSetRolls
                       MOVE "PULL-ROLLS" TO setStatus
                   WHEN setAgeDays >= maxSetDays
                       MOVE "PULL-AGE" TO setStatus
                   WHEN dst-rolls(s) >= warnRolls
                       MOVE "WATCH-RLS" TO setStatus
                   WHEN setAgeDays >= warnDays
                       MOVE "WATCH-AGE" TO setStatus
                   WHEN OTHER
                       MOVE "OK" TO setStatus
               END-EVALUATE
           END-IF
           MOVE dst-rolls(s) TO setRollDisp
           MOVE setAgeDays TO ageDisp
           IF dst-rolls(s) >= 180
               MOVE setChi TO chiSqDisp
               DISPLAY dst-serial(s) " " dst-table(s) "  "
                   setRollDisp " " ageDisp "  " chiSqDisp "  "
                   setStatus
           ELSE
               DISPLAY dst-serial(s) " " dst-table(s) "  "
                   setRollDisp " " ageDisp "  (too few)   "
                   setStatus
           END-IF
           IF setStatus(1:4) = "PULL" OR setStatus(1:5) = "WATCH"
               ADD 1 TO setFlagCount
               MOVE "DICE PULL" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING dst-serial(s) " " setStatus
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               IF setStatus(1:4) = "PULL"
                   MOVE "HIGH " TO alertSeverity
               ELSE
                   MOVE "WARN " TO alertSeverity
               END-IF
               MOVE SPACES TO alertSubject
               STRING "dice set " dst-serial(s) " T" dst-table(s)
                   " " setStatus
                   DELIMITED BY SIZE INTO alertSubject
               CALL "ALERTQ" USING opsProgram alertSeverity
                   alertSubject
           END-IF.

       INITIALIZE-EXPECTED.
           COMPUTE exp2  = numRolls * 1 / 36
           COMPUTE exp3  = numRolls * 2 / 36
                   END-EVALUATE
                   PERFORM TALLY-ROLL
                   PERFORM TALLY-EXTENDED
                   PERFORM TALLY-DICE-SET
               END-READ
           END-PERFORM.

