               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tablestat-status.
           SELECT dice-inventory-file ASSIGN TO "diceinv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS diceinv-status.
           SELECT seat-file ASSIGN TO "seat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS st-name
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS seat-status.

       DATA DIVISION.
       FILE SECTION.
           02 tbs-tier    PIC 9.
           02 FILLER      PIC X.
           02 tbs-date    PIC 9(8).
           02 FILLER      PIC X.
           02 tbs-variant PIC X.

       FD dice-inventory-file.
       COPY "diceinv.cpy".

       FD seat-file.
       COPY "seat.cpy".

       WORKING-STORAGE SECTION.

       01 end-of-file      PIC X VALUE 'N'.
       01 workTable        PIC 9 VALUE 0.
       01 workTier         PIC 9 VALUE 0.
       01 workVariant      PIC X VALUE SPACE.
       01 t                PIC 9 VALUE 0.
       01 diceinv-status   PIC 99.
       01 diceCount        PIC 9(3) VALUE 0.
       01 d                PIC 9(3) VALUE 0.
       01 diceFound        PIC 9(3) VALUE 0.
       01 diceOverflow     PIC 9(5) VALUE 0.
       01 diceRetired      PIC X VALUE 'N'.
       01 diceSaved        PIC X VALUE 'N'.
       01 workSerial       PIC X(8) VALUE SPACES.
       01 opsProgram       PIC X(8) VALUE "PITTABLE".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 seat-status      PIC 99.
       01 seatMode         PIC X VALUE 'C'.
       01 seatName         PIC XXX VALUE SPACES.
       01 seatResult       PIC XX VALUE SPACES.
       01 seatCount        PIC 9(4) VALUE 0.

       01 pit-table-grid.
           05 pit-table-entry OCCURS 9 TIMES.
               10 ptg-open    PIC X.
               10 ptg-tier    PIC 9.
               10 ptg-date    PIC 9(8).
               10 ptg-variant PIC X.

       01 dice-set-grid.
           05 dice-set-entry OCCURS 200 TIMES.
               10 dsg-serial     PIC X(8).
               10 dsg-in-service PIC 9(8).
               10 dsg-table      PIC 9.
               10 dsg-retired    PIC 9(8).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-TABLE-GRID.
           PERFORM LOAD-DICE-GRID.
           PERFORM UNTIL pitDone = 'Y'
               DISPLAY " "
               DISPLAY "===== PIT TABLE STATUS ====="
               DISPLAY "1=Show tables 2=Open table 3=Close table "
                   "4=Show dice 5=Dice in 6=Retire dice"
               DISPLAY "7=Seated players 8=Clear stale seats 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT pitChoice
               EVALUATE pitChoice
                       PERFORM OPEN-TABLE
                   WHEN 3
                       PERFORM CLOSE-TABLE
                   WHEN 4
                       PERFORM SHOW-DICE-GRID
                   WHEN 5
                       PERFORM DICE-IN-SERVICE
                   WHEN 6
                       PERFORM RETIRE-DICE-SET
                   WHEN 7
                       PERFORM SHOW-SEATED-PLAYERS
                   WHEN 8
                       PERFORM CLEAR-STALE-SEATS
                   WHEN 9
                       MOVE 'Y' TO pitDone
                   WHEN OTHER
               MOVE 'N' TO ptg-open(t)
               MOVE 0   TO ptg-tier(t)
               MOVE 0   TO ptg-date(t)
               MOVE 'S' TO ptg-variant(t)
           END-PERFORM
           OPEN INPUT table-status-file
           IF tablestat-status = "00"
                           MOVE tbs-open  TO ptg-open(t)
                           MOVE tbs-tier  TO ptg-tier(t)
                           MOVE tbs-date  TO ptg-date(t)
                           IF tbs-variant = 'C'
                               MOVE 'C' TO ptg-variant(t)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ptg-open(t) TO tbs-open
               MOVE ptg-tier(t) TO tbs-tier
               MOVE ptg-date(t) TO tbs-date
               MOVE ptg-variant(t) TO tbs-variant
               WRITE table-status-record
           END-PERFORM
           CLOSE table-status-file.

       SHOW-TABLE-GRID.
           DISPLAY "TABLE  OPEN  TIER  DATE      VARIANT"
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               DISPLAY "  " t "     " ptg-open(t) "     "
                   ptg-tier(t) "   " ptg-date(t) "  " ptg-variant(t)
           END-PERFORM.

       OPEN-TABLE.
               DISPLAY "Tier (1=$5 2=$10 3=$25 4=Custom): "
                   WITH NO ADVANCING
               ACCEPT workTier
               MOVE SPACE TO workVariant
               DISPLAY "Variant (S=Standard C=Crapless): "
                   WITH NO ADVANCING
               ACCEPT workVariant
               IF workVariant = SPACE OR workVariant = 's'
                   MOVE 'S' TO workVariant
               END-IF
               IF workVariant = 'c'
                   MOVE 'C' TO workVariant
               END-IF
               IF workTier < 1 OR workTier > 4
                   DISPLAY "Invalid tier."
               ELSE
                 IF workVariant NOT = 'S' AND workVariant NOT = 'C'
                   DISPLAY "Invalid variant."
                 ELSE
                   MOVE 'Y'       TO ptg-open(workTable)
                   MOVE workTier  TO ptg-tier(workTable)
                   MOVE todayDate TO ptg-date(workTable)
                   MOVE workVariant TO ptg-variant(workTable)
                   PERFORM SAVE-TABLE-GRID
                   MOVE "TABLE OPEN" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING "table " workTable " tier " workTier
                       " variant " workVariant
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
                   DISPLAY "Table " workTable " opened."
                 END-IF
               END-IF
           END-IF.

               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               DISPLAY "Table " workTable " closed."
           END-IF.

       LOAD-DICE-GRID.
           MOVE 0 TO diceCount
           MOVE 0 TO diceOverflow
           OPEN INPUT dice-inventory-file
           IF diceinv-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dice-inventory-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dci-serial NOT = SPACES AND dci-retired = 0
                           IF diceCount < 200
                               ADD 1 TO diceCount
                               MOVE dci-serial TO dsg-serial(diceCount)
                               MOVE dci-in-service
                                   TO dsg-in-service(diceCount)
                               MOVE dci-table  TO dsg-table(diceCount)
                               MOVE 0          TO dsg-retired(diceCount)
                           ELSE
                               ADD 1 TO diceOverflow
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dice-inventory-file
           END-IF
           IF diceOverflow > 0
               DISPLAY "Dice sets in service beyond 200 not loaded: "
                   diceOverflow
           END-IF.

       SAVE-DICE-SET.
           MOVE 'N' TO diceSaved
           OPEN I-O dice-inventory-file
           IF diceinv-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dice-inventory-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dci-serial = dsg-serial(d)
                       AND dci-retired = 0
                           MOVE dsg-in-service(d) TO dci-in-service
                           MOVE dsg-table(d)      TO dci-table
                           MOVE dsg-retired(d)    TO dci-retired
                           REWRITE dice-inventory-record
                           MOVE 'Y' TO diceSaved
                           MOVE 'Y' TO end-of-file
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dice-inventory-file
           END-IF
           IF diceSaved = 'N'
               OPEN EXTEND dice-inventory-file
               IF diceinv-status = "05" OR diceinv-status = "35"
                   CLOSE dice-inventory-file
                   OPEN OUTPUT dice-inventory-file
                   CLOSE dice-inventory-file
                   OPEN EXTEND dice-inventory-file
               END-IF
               MOVE SPACES             TO dice-inventory-record
               MOVE dsg-serial(d)      TO dci-serial
               MOVE dsg-in-service(d)  TO dci-in-service
               MOVE dsg-table(d)       TO dci-table
               MOVE dsg-retired(d)     TO dci-retired
               WRITE dice-inventory-record
               CLOSE dice-inventory-file
           END-IF.

       SHOW-DICE-GRID.
           MOVE 0 TO d
           OPEN INPUT dice-inventory-file
           IF diceinv-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dice-inventory-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dci-serial NOT = SPACES
                           IF d = 0
                               DISPLAY "SERIAL    TABLE  IN SERVICE  "
                                   "RETIRED"
                           END-IF
                           ADD 1 TO d
                           PERFORM SHOW-ONE-DICE-SET
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dice-inventory-file
           END-IF
           IF d = 0
               DISPLAY "No dice sets on file."
           END-IF.

       SHOW-ONE-DICE-SET.
           IF dci-retired = 0
               DISPLAY dci-serial "    " dci-table
                   "    " dci-in-service "    active"
           ELSE
               DISPLAY dci-serial "    " dci-table
                   "    " dci-in-service "    " dci-retired
           END-IF.

       FIND-DICE-SET.
           MOVE 0 TO diceFound
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > diceCount
               IF dsg-serial(d) = workSerial
                   MOVE d TO diceFound
               END-IF
           END-PERFORM
           MOVE 'N' TO diceRetired
           IF diceFound = 0
               PERFORM FIND-RETIRED-SET
           END-IF.

       FIND-RETIRED-SET.
           OPEN INPUT dice-inventory-file
           IF diceinv-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dice-inventory-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dci-serial = workSerial AND dci-retired > 0
                           MOVE 'Y' TO diceRetired
                           MOVE 'Y' TO end-of-file
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dice-inventory-file
           END-IF.

       DICE-IN-SERVICE.
           MOVE SPACES TO workSerial
           DISPLAY "Dice set serial: " WITH NO ADVANCING
           ACCEPT workSerial
           MOVE 0 TO workTable
           DISPLAY "Table (1-9): " WITH NO ADVANCING
           ACCEPT workTable
           PERFORM LOAD-DICE-GRID
           PERFORM FIND-DICE-SET
           IF workSerial = SPACES
               DISPLAY "Invalid serial."
           ELSE
               IF workTable < 1 OR workTable > 9
                   DISPLAY "Invalid table."
               ELSE
                   IF diceRetired = 'Y'
                       DISPLAY "That set is retired and cannot "
                           "return to service."
                   ELSE
                       IF diceFound = 0 AND diceCount >= 200
                           DISPLAY "Dice inventory is full."
                       ELSE
                           PERFORM PUT-DICE-IN-SERVICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PUT-DICE-IN-SERVICE.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > diceCount
               IF dsg-table(d) = workTable AND dsg-retired(d) = 0
               AND dsg-serial(d) NOT = workSerial
                   MOVE todayDate TO dsg-retired(d)
                   PERFORM SAVE-DICE-SET
                   MOVE "DICE RETIRE" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING dsg-serial(d) " table " workTable
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
                   DISPLAY "Set " dsg-serial(d) " retired."
               END-IF
           END-PERFORM
           IF diceFound = 0
               ADD 1 TO diceCount
               MOVE diceCount  TO diceFound
               MOVE workSerial TO dsg-serial(diceFound)
               MOVE todayDate  TO dsg-in-service(diceFound)
               MOVE 0          TO dsg-retired(diceFound)
           END-IF
           MOVE workTable TO dsg-table(diceFound)
           MOVE diceFound TO d
           PERFORM SAVE-DICE-SET
           PERFORM LOAD-DICE-GRID
           MOVE "DICE IN" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING workSerial " table " workTable
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           DISPLAY "Set " workSerial " in service on table "
               workTable ".".

       RETIRE-DICE-SET.
           MOVE SPACES TO workSerial
           DISPLAY "Dice set serial to retire: " WITH NO ADVANCING
           ACCEPT workSerial
           PERFORM LOAD-DICE-GRID
           PERFORM FIND-DICE-SET
           IF diceFound = 0
               IF diceRetired = 'Y'
                   DISPLAY "That set is already retired."
               ELSE
                   DISPLAY "No such dice set."
               END-IF
           ELSE
               MOVE todayDate TO dsg-retired(diceFound)
               MOVE diceFound TO d
               PERFORM SAVE-DICE-SET
               MOVE "DICE RETIRE" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING workSerial " table " dsg-table(diceFound)
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               DISPLAY "Set " workSerial " retired."
               PERFORM LOAD-DICE-GRID
           END-IF.

       SHOW-SEATED-PLAYERS.
           MOVE 0 TO seatCount
           OPEN INPUT seat-file
           IF seat-status = "00"
               DISPLAY "NAME  TABLE  PROGRAM   SINCE"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ seat-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           ADD 1 TO seatCount
                           DISPLAY st-name "     " st-table "    "
                               st-program "  " st-date " " st-time
                   END-READ
               END-PERFORM
               CLOSE seat-file
           END-IF
           IF seatCount = 0
               DISPLAY "No players seated."
           END-IF.

       CLEAR-STALE-SEATS.
           MOVE 0 TO workTable
           DISPLAY "Table to clear (1-9, 0=all): " WITH NO ADVANCING
           ACCEPT workTable
           MOVE 'C' TO seatMode
           MOVE SPACES TO seatName
           CALL "SEATREG" USING seatMode seatName workTable
               opsProgram seatResult seatCount
           IF seatResult = "OK"
               DISPLAY "Stale seats cleared: " seatCount
           ELSE
               IF seatResult = "ER"
                   DISPLAY "Seat registry not available."
               ELSE
                   DISPLAY "No stale seats cleared, result " seatResult
               END-IF
           END-IF.
