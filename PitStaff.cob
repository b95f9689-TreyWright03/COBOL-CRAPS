       IDENTIFICATION DIVISION.
       PROGRAM-ID. PITSTAFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ledger-file ASSIGN TO DYNAMIC ledgerName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT roll-journal-file ASSIGN TO "rolljrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS rolljrnl-status.
           SELECT table-status-file ASSIGN TO "tablestat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tablestat-status.
           SELECT gameday-config-file ASSIGN TO "gamedaycfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS gamedaycfg-status.
           SELECT staff-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD ledger-file.
       COPY "ledgerrec.cpy".

       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD roll-journal-file.
       COPY "rolljrnl.cpy".

       FD table-status-file.
       01 table-status-record.
           02 tbs-table   PIC 9.
           02 FILLER      PIC X.
           02 tbs-open    PIC X.
           02 FILLER      PIC X.
           02 tbs-tier    PIC 9.
           02 FILLER      PIC X.
           02 tbs-date    PIC 9(8).
           02 FILLER      PIC X.
           02 tbs-variant PIC X.

       FD gameday-config-file.
       01 gameday-config-record.
           02 gdc-cutover-hour PIC 99.

       FD staff-report-file.
       01 staff-report-record PIC X(100).

       WORKING-STORAGE SECTION.

       01 ledger-status    PIC 99.
       01 ledgerix-status  PIC 99.
       01 rolljrnl-status  PIC 99.
       01 tablestat-status PIC 99.
       01 gamedaycfg-status PIC 99.
       01 report-status    PIC 99.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 reportLine       PIC X(100) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 todayInteger     PIC 9(8) VALUE 0.
       01 fromInteger      PIC 9(8) VALUE 0.
       01 fromDate         PIC 9(8) VALUE 0.
       01 toDate           PIC 9(8) VALUE 0.
       01 histInteger      PIC 9(8) VALUE 0.
       01 histDate         PIC 9(8) VALUE 0.
       01 staffWeeks       PIC 99 VALUE 0.
       01 staffDays        PIC 99 VALUE 0.
       01 dayIdx           PIC 99 VALUE 0.
       01 cutoverHour      PIC 99 VALUE 6.
       01 rowHour          PIC 99 VALUE 0.
       01 clockHour        PIC 99 VALUE 0.
       01 slot             PIC 99 VALUE 0.
       01 dow              PIC 9 VALUE 0.
       01 t                PIC 99 VALUE 0.
       01 n                PIC 99 VALUE 0.
       01 nameFound        PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 openCount        PIC 9 VALUE 0.
       01 inPlay           PIC 9 VALUE 0.
       01 tableRows        PIC 9(4) VALUE 0.
       01 peakSlot         PIC 99 VALUE 0.
       01 peakTables       PIC 9(5)V9 VALUE 0.
       01 rollStamped      PIC 9(7) VALUE 0.
       01 rollUnstamped    PIC 9(7) VALUE 0.
       01 ledgerStamped    PIC 9(7) VALUE 0.
       01 ledgerUnstamped  PIC 9(7) VALUE 0.
       01 avgRolls         PIC 9(5)V9 VALUE 0.
       01 avgPlayers       PIC 9(5)V9 VALUE 0.
       01 avgTables        PIC 9(5)V9 VALUE 0.
       01 avgHandle        PIC S9(7)V99 VALUE 0.
       01 rollsDisp        PIC ZZZZ9.9.
       01 playersDisp      PIC ZZZZ9.9.
       01 tablesDisp       PIC ZZZZ9.9.
       01 handleDisp       PIC -ZZZZZZ9.99.
       01 cntDisp          PIC ZZZZZZ9.
       01 opsProgram       PIC X(8) VALUE "PITSTAFF".
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 hourDisp         PIC 99.
       01 tableDisp        PIC 9.

       01 dow-names.
           05 dow-name OCCURS 7 TIMES PIC X(3).

       01 stat-grid.
           05 stat-entry OCCURS 9 TIMES.
               10 stg-open    PIC X.
               10 stg-tier    PIC 9.
               10 stg-date    PIC 9(8).
               10 stg-variant PIC X.

       01 pit-grid.
           05 pit-dow OCCURS 7 TIMES.
               10 pit-days        PIC 9(3).
               10 pit-hour OCCURS 24 TIMES.
                   15 pg-rolls    PIC 9(7).
                   15 pg-players  PIC 9(6).
                   15 pg-tables   PIC 9(5).
                   15 pg-handle   PIC S9(9)V99.

       01 table-grid.
           05 tg-table OCCURS 9 TIMES.
               10 tg-active       PIC X.
               10 tg-dow OCCURS 7 TIMES.
                   15 tg-hour OCCURS 24 TIMES.
                       20 tg-rolls   PIC 9(7).
                       20 tg-players PIC 9(6).
                       20 tg-handle  PIC S9(9)V99.

       01 tables-in-play.
           05 tip-day OCCURS 91 TIMES.
               10 tip-hour OCCURS 24 TIMES.
                   15 tip-table OCCURS 9 TIMES PIC X.

       01 day-players.
           05 dp-hour OCCURS 24 TIMES.
               10 dp-pit-count    PIC 99.
               10 dp-pit-name OCCURS 60 TIMES PIC XXX.
               10 dp-table OCCURS 9 TIMES.
                   15 dp-tbl-count PIC 99.
                   15 dp-tbl-name OCCURS 20 TIMES PIC XXX.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           MOVE 0 TO staffWeeks
           DISPLAY "Weeks to average (1-13, 0=4): "
               WITH NO ADVANCING
           ACCEPT staffWeeks
           IF staffWeeks = 0
               MOVE 4 TO staffWeeks
           END-IF
           IF staffWeeks > 13
               MOVE 13 TO staffWeeks
           END-IF
           COMPUTE staffDays = staffWeeks * 7
           COMPUTE fromInteger = todayInteger - staffDays
           COMPUTE fromDate = FUNCTION DATE-OF-INTEGER(fromInteger)
           COMPUTE toDate =
               FUNCTION DATE-OF-INTEGER(todayInteger - 1)
           PERFORM INIT-STAFF-GRIDS
           PERFORM LOAD-CUTOVER-HOUR
           PERFORM LOAD-TABLE-STATUS
           PERFORM SWEEP-ROLL-JOURNAL
           PERFORM VARYING dayIdx FROM 1 BY 1 UNTIL dayIdx > staffDays
               PERFORM SWEEP-STAFF-DAY
           END-PERFORM
           MOVE SPACES TO reportName
           STRING "pitstaff-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT staff-report-file
           PERFORM PRINT-STAFF-HEADER
           PERFORM VARYING dow FROM 1 BY 1 UNTIL dow > 7
               PERFORM PRINT-PIT-DAY
           END-PERFORM
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               IF tg-active(t) = 'Y' OR stg-open(t) = 'Y'
                   PERFORM PRINT-TABLE-HOURS
               END-IF
           END-PERFORM
           PERFORM PRINT-STAFF-FOOTER
           CLOSE staff-report-file
           MOVE 'R' TO rptMode
           MOVE "PITSTAFF" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords
           STOP RUN.

       INIT-STAFF-GRIDS.
           MOVE "MON" TO dow-name(1)
           MOVE "TUE" TO dow-name(2)
           MOVE "WED" TO dow-name(3)
           MOVE "THU" TO dow-name(4)
           MOVE "FRI" TO dow-name(5)
           MOVE "SAT" TO dow-name(6)
           MOVE "SUN" TO dow-name(7)
           PERFORM VARYING dow FROM 1 BY 1 UNTIL dow > 7
               MOVE 0 TO pit-days(dow)
               PERFORM VARYING slot FROM 1 BY 1 UNTIL slot > 24
                   MOVE 0 TO pg-rolls(dow, slot)
                   MOVE 0 TO pg-players(dow, slot)
                   MOVE 0 TO pg-tables(dow, slot)
                   MOVE 0 TO pg-handle(dow, slot)
                   PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
                       MOVE 0 TO tg-rolls(t, dow, slot)
                       MOVE 0 TO tg-players(t, dow, slot)
                       MOVE 0 TO tg-handle(t, dow, slot)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               MOVE 'N' TO tg-active(t)
               MOVE 'N' TO stg-open(t)
               MOVE 0   TO stg-tier(t)
               MOVE 0   TO stg-date(t)
               MOVE 'S' TO stg-variant(t)
           END-PERFORM
           MOVE ALL 'N' TO tables-in-play.

       LOAD-CUTOVER-HOUR.
           OPEN INPUT gameday-config-file
           IF gamedaycfg-status = "00"
               READ gameday-config-file
                   NOT AT END
                       IF gdc-cutover-hour IS NUMERIC
                       AND gdc-cutover-hour < 24
                           MOVE gdc-cutover-hour TO cutoverHour
                       END-IF
               END-READ
               CLOSE gameday-config-file
           END-IF.

       LOAD-TABLE-STATUS.
           MOVE 0 TO openCount
           OPEN INPUT table-status-file
           IF tablestat-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ table-status-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF tbs-table >= 1 AND tbs-table <= 9
                           MOVE tbs-table TO t
                           MOVE tbs-open  TO stg-open(t)
                           MOVE tbs-tier  TO stg-tier(t)
                           MOVE tbs-date  TO stg-date(t)
                           IF tbs-variant = 'C'
                               MOVE 'C' TO stg-variant(t)
                           END-IF
                           IF tbs-open = 'Y'
                               ADD 1 TO openCount
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE table-status-file
           END-IF.

       SWEEP-ROLL-JOURNAL.
           OPEN INPUT roll-journal-file
           IF rolljrnl-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ roll-journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM POST-STAFF-ROLL
                   END-READ
               END-PERFORM
               CLOSE roll-journal-file
           END-IF.

       POST-STAFF-ROLL.
           IF rj-date IS NUMERIC AND rj-table IS NUMERIC
           AND rj-date >= fromDate AND rj-date <= toDate
           AND rj-table >= 1 AND rj-table <= 9
               IF rj-time IS NUMERIC
                   ADD 1 TO rollStamped
                   COMPUTE histInteger =
                       FUNCTION INTEGER-OF-DATE(rj-date)
                   COMPUTE dayIdx = histInteger - fromInteger + 1
                   COMPUTE dow = FUNCTION MOD(histInteger - 1, 7) + 1
                   COMPUTE clockHour = rj-time / 10000
                   PERFORM COMPUTE-HOUR-SLOT
                   MOVE rj-table TO t
                   ADD 1 TO pg-rolls(dow, slot)
                   ADD 1 TO tg-rolls(t, dow, slot)
                   MOVE 'Y' TO tip-table(dayIdx, slot, t)
                   MOVE 'Y' TO tg-active(t)
               ELSE
                   ADD 1 TO rollUnstamped
               END-IF
           END-IF.

       COMPUTE-HOUR-SLOT.
           COMPUTE slot =
               FUNCTION MOD(clockHour - cutoverHour + 24, 24) + 1.

       SWEEP-STAFF-DAY.
           COMPUTE histInteger = fromInteger + dayIdx - 1
           COMPUTE histDate = FUNCTION DATE-OF-INTEGER(histInteger)
           COMPUTE dow = FUNCTION MOD(histInteger - 1, 7) + 1
           ADD 1 TO pit-days(dow)
           PERFORM VARYING slot FROM 1 BY 1 UNTIL slot > 24
               MOVE 0 TO dp-pit-count(slot)
               PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
                   MOVE 0 TO dp-tbl-count(slot, t)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO ledgerName
           STRING "ledger-" histDate ".dat"
               DELIMITED BY SIZE INTO ledgerName
           OPEN INPUT ledger-file
           IF ledger-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ ledger-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM POST-STAFF-LEDGER
                   END-READ
               END-PERFORM
               CLOSE ledger-file
           ELSE
               PERFORM SWEEP-LIVE-DAY
           END-IF
           PERFORM VARYING slot FROM 1 BY 1 UNTIL slot > 24
               ADD dp-pit-count(slot) TO pg-players(dow, slot)
               MOVE 0 TO inPlay
               PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
                   ADD dp-tbl-count(slot, t)
                       TO tg-players(t, dow, slot)
                   IF tip-table(dayIdx, slot, t) = 'Y'
                       ADD 1 TO inPlay
                   END-IF
               END-PERFORM
               ADD inPlay TO pg-tables(dow, slot)
           END-PERFORM.

       SWEEP-LIVE-DAY.
           OPEN INPUT ledger-index-file
           IF ledgerix-status = "00"
               MOVE histDate TO lix-date
               MOVE 0 TO lix-game
               MOVE 0 TO lix-seq
               MOVE 'N' TO end-of-file
               START ledger-index-file KEY IS >= lix-key
                   INVALID KEY
                       MOVE 'Y' TO end-of-file
               END-START
               PERFORM UNTIL end-of-file = 'Y'
                   READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF lix-date NOT = histDate
                           MOVE 'Y' TO end-of-file
                       ELSE
                           MOVE SPACES        TO ledger-record
                           MOVE lix-user-name TO ledger-user-name
                           MOVE lix-amount    TO ledger-amount
                           MOVE lix-outcome   TO ledger-outcome
                           MOVE lix-date      TO ledger-date
                           MOVE lix-table     TO ledger-table
                           MOVE lix-mode      TO ledger-mode
                           MOVE lix-time      TO ledger-time
                           PERFORM POST-STAFF-LEDGER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ledger-index-file
           END-IF.

       POST-STAFF-LEDGER.
           IF ledger-mode NOT = 'T' AND ledger-table IS NUMERIC
           AND ledger-table >= 1 AND ledger-table <= 9
           AND (ledger-outcome = "BET " OR ledger-outcome = "RTRN"
               OR ledger-outcome = "VOID")
               IF ledger-time IS NUMERIC
                   ADD 1 TO ledgerStamped
                   COMPUTE clockHour = ledger-time / 10000
                   PERFORM COMPUTE-HOUR-SLOT
                   MOVE ledger-table TO t
                   MOVE 'Y' TO tg-active(t)
                   IF ledger-outcome = "BET "
                       ADD ledger-amount TO pg-handle(dow, slot)
                       ADD ledger-amount TO tg-handle(t, dow, slot)
                       PERFORM NOTE-DAY-PLAYER
                   ELSE
                       SUBTRACT ledger-amount
                           FROM pg-handle(dow, slot)
                       SUBTRACT ledger-amount
                           FROM tg-handle(t, dow, slot)
                   END-IF
               ELSE
                   ADD 1 TO ledgerUnstamped
               END-IF
           END-IF.

       NOTE-DAY-PLAYER.
           IF ledger-user-name NOT = SPACES
               MOVE 'N' TO nameFound
               PERFORM VARYING n FROM 1 BY 1
                   UNTIL n > dp-pit-count(slot) OR nameFound = 'Y'
                   IF dp-pit-name(slot, n) = ledger-user-name
                       MOVE 'Y' TO nameFound
                   END-IF
               END-PERFORM
               IF nameFound = 'N' AND dp-pit-count(slot) < 60
                   ADD 1 TO dp-pit-count(slot)
                   MOVE ledger-user-name
                       TO dp-pit-name(slot, dp-pit-count(slot))
               END-IF
               MOVE 'N' TO nameFound
               PERFORM VARYING n FROM 1 BY 1
                   UNTIL n > dp-tbl-count(slot, t)
                   OR nameFound = 'Y'
                   IF dp-tbl-name(slot, t, n) = ledger-user-name
                       MOVE 'Y' TO nameFound
                   END-IF
               END-PERFORM
               IF nameFound = 'N' AND dp-tbl-count(slot, t) < 20
                   ADD 1 TO dp-tbl-count(slot, t)
                   MOVE ledger-user-name
                       TO dp-tbl-name(slot, t, dp-tbl-count(slot, t))
               END-IF
           END-IF.

       PRINT-STAFF-HEADER.
           STRING "===== PIT STAFFING BY HOUR " todayDate " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           STRING "Gaming days " fromDate " to " toDate
               " (" staffWeeks " weeks), day starts "
               cutoverHour ":00"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           STRING "Averages are per gaming day of that weekday."
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           STRING "Tables open per tablestat.dat: " openCount
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               IF stg-open(t) = 'Y'
                   MOVE t TO tableDisp
                   STRING "  Table " tableDisp "  tier "
                       stg-tier(t)
                       "  variant " stg-variant(t)
                       "  since " stg-date(t)
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-STAFF-LINE
               END-IF
           END-PERFORM.

       PRINT-PIT-DAY.
           PERFORM PUT-STAFF-LINE
           STRING "----- ALL TABLES  " dow-name(dow) "  ("
               pit-days(dow) " days) -----"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           STRING "HOUR     ROLLS  PLAYERS   TABLES       HANDLE"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           MOVE 0 TO peakSlot
           MOVE 0 TO peakTables
           PERFORM VARYING slot FROM 1 BY 1 UNTIL slot > 24
               PERFORM COMPUTE-SLOT-HOUR
               MOVE 0 TO avgRolls
               MOVE 0 TO avgPlayers
               MOVE 0 TO avgTables
               MOVE 0 TO avgHandle
               IF pit-days(dow) > 0
                   COMPUTE avgRolls ROUNDED =
                       pg-rolls(dow, slot) / pit-days(dow)
                   COMPUTE avgPlayers ROUNDED =
                       pg-players(dow, slot) / pit-days(dow)
                   COMPUTE avgTables ROUNDED =
                       pg-tables(dow, slot) / pit-days(dow)
                   COMPUTE avgHandle ROUNDED =
                       pg-handle(dow, slot) / pit-days(dow)
               END-IF
               IF avgTables > peakTables
                   MOVE avgTables TO peakTables
                   MOVE slot TO peakSlot
               END-IF
               MOVE avgRolls   TO rollsDisp
               MOVE avgPlayers TO playersDisp
               MOVE avgTables  TO tablesDisp
               MOVE avgHandle  TO handleDisp
               STRING hourDisp ":00  " rollsDisp "  " playersDisp
                   "  " tablesDisp "  " handleDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-STAFF-LINE
           END-PERFORM
           IF peakSlot > 0
               MOVE peakSlot TO slot
               PERFORM COMPUTE-SLOT-HOUR
               MOVE peakTables TO tablesDisp
               STRING "Peak " hourDisp ":00 with " tablesDisp
                   " tables in play of " openCount " open"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-STAFF-LINE
           END-IF.

       PRINT-TABLE-HOURS.
           PERFORM PUT-STAFF-LINE
           MOVE t TO tableDisp
           IF stg-open(t) = 'Y'
               STRING "----- TABLE " tableDisp "  open, tier "
                   stg-tier(t) " -----"
                   DELIMITED BY SIZE INTO reportLine
           ELSE
               STRING "----- TABLE " tableDisp "  closed -----"
                   DELIMITED BY SIZE INTO reportLine
           END-IF
           PERFORM PUT-STAFF-LINE
           STRING "DAY HOUR     ROLLS  PLAYERS       HANDLE"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           MOVE 0 TO tableRows
           PERFORM VARYING dow FROM 1 BY 1 UNTIL dow > 7
               PERFORM VARYING slot FROM 1 BY 1 UNTIL slot > 24
                   IF pit-days(dow) > 0
                   AND (tg-rolls(t, dow, slot) > 0
                       OR tg-handle(t, dow, slot) NOT = 0)
                       PERFORM PRINT-TABLE-SLOT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF tableRows = 0
               STRING "No play recorded in the period."
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-STAFF-LINE
           END-IF.

       PRINT-TABLE-SLOT.
           ADD 1 TO tableRows
           PERFORM COMPUTE-SLOT-HOUR
           COMPUTE avgRolls ROUNDED =
               tg-rolls(t, dow, slot) / pit-days(dow)
           COMPUTE avgPlayers ROUNDED =
               tg-players(t, dow, slot) / pit-days(dow)
           COMPUTE avgHandle ROUNDED =
               tg-handle(t, dow, slot) / pit-days(dow)
           MOVE avgRolls   TO rollsDisp
           MOVE avgPlayers TO playersDisp
           MOVE avgHandle  TO handleDisp
           STRING dow-name(dow) " " hourDisp ":00  " rollsDisp "  "
               playersDisp "  " handleDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE.

       COMPUTE-SLOT-HOUR.
           COMPUTE rowHour = FUNCTION MOD(cutoverHour + slot - 1, 24)
           MOVE rowHour TO hourDisp.

       PRINT-STAFF-FOOTER.
           PERFORM PUT-STAFF-LINE
           MOVE rollStamped TO cntDisp
           STRING "Rolls counted:            " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           MOVE rollUnstamped TO cntDisp
           STRING "Rolls without a time:     " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           MOVE ledgerStamped TO cntDisp
           STRING "Wagers counted:           " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE
           MOVE ledgerUnstamped TO cntDisp
           STRING "Wagers without a time:    " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-STAFF-LINE.

       PUT-STAFF-LINE.
           DISPLAY reportLine
           MOVE reportLine TO staff-report-record
           WRITE staff-report-record
           MOVE SPACES TO reportLine.
