       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEALROTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dealer-file ASSIGN TO "dealer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dlr-id
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS dealer-status.
           SELECT dealer-duty-file ASSIGN TO "dealduty.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dealduty-status.
           SELECT dealer-rota-file ASSIGN TO "dealrot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dealrot-status.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT ledger-file ASSIGN TO DYNAMIC ledgerName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT roll-journal-file ASSIGN TO "rolljrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS rolljrnl-status.
           SELECT dispute-file ASSIGN TO "disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dispute-status.
           SELECT dealer-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD dealer-file.
       COPY "dealer.cpy".

       FD dealer-duty-file.
       COPY "dealduty.cpy".

       FD dealer-rota-file.
       COPY "dealrot.cpy".

       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD ledger-file.
       COPY "ledgerrec.cpy".

       FD roll-journal-file.
       COPY "rolljrnl.cpy".

       FD dispute-file.
       01 dispute-record.
           02 dsp-case   PIC 9(5).
           02 FILLER     PIC X.
           02 dsp-date   PIC 9(8).
           02 FILLER     PIC X.
           02 dsp-game   PIC 9(6).
           02 FILLER     PIC X.
           02 dsp-name   PIC XXX.
           02 FILLER     PIC X.
           02 dsp-status PIC X(6).
           02 FILLER     PIC X.
           02 dsp-claim  PIC X(40).
           02 FILLER     PIC X.
           02 dsp-adj    PIC 9(5)V99.
           02 FILLER     PIC X.
           02 dsp-super  PIC XXX.

       FD dealer-report-file.
       01 dealer-report-record PIC X(100).

       WORKING-STORAGE SECTION.

       01 dealer-status    PIC 99.
       01 dealduty-status  PIC 99.
       01 dealrot-status   PIC 99.
       01 ledgerix-status  PIC 99.
       01 ledger-status    PIC 99.
       01 rolljrnl-status  PIC 99.
       01 dispute-status   PIC 99.
       01 report-status    PIC 99.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 clockTime        PIC 9(8) VALUE 0.
       01 nowTime          PIC 9(6) VALUE 0.
       01 rotaChoice       PIC 9 VALUE 0.
       01 rotaDone         PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 workTable        PIC 9 VALUE 0.
       01 workPosition     PIC X VALUE SPACE.
       01 workDealer       PIC XXX VALUE SPACES.
       01 entryName        PIC X(30) VALUE SPACES.
       01 entryActive      PIC X VALUE SPACE.
       01 dealerFound      PIC X VALUE 'N'.
       01 dealerActive     PIC X VALUE 'N'.
       01 dutyConflict     PIC X VALUE 'N'.
       01 offDealer        PIC XXX VALUE SPACES.
       01 offOn            PIC 9(6) VALUE 0.
       01 offDate          PIC 9(8) VALUE 0.
       01 offPosition      PIC X(6) VALUE SPACES.
       01 t                PIC 9 VALUE 0.
       01 fromDate         PIC 9(8) VALUE 0.
       01 toDate           PIC 9(8) VALUE 0.
       01 fromInteger      PIC 9(8) VALUE 0.
       01 toInteger        PIC 9(8) VALUE 0.
       01 workInteger      PIC 9(8) VALUE 0.
       01 workDate         PIC 9(8) VALUE 0.
       01 liveRows         PIC 9(6) VALUE 0.
       01 rowDealer        PIC XXX VALUE SPACES.
       01 rowGame          PIC 9(6) VALUE 0.
       01 rowOutcome       PIC X(4) VALUE SPACES.
       01 rowAmount        PIC 9(5)V99 VALUE 0.
       01 rowMode          PIC X VALUE SPACE.
       01 lookDealer       PIC XXX VALUE SPACES.
       01 dx               PIC 9(3) VALUE 0.
       01 dealerCount      PIC 9(3) VALUE 0.
       01 dealerOverflow   PIC X VALUE 'N'.
       01 gx               PIC 9(4) VALUE 0.
       01 gameCount        PIC 9(4) VALUE 0.
       01 gameFound        PIC X VALUE 'N'.
       01 gameOverflow     PIC X VALUE 'N'.
       01 floorHandle      PIC S9(9)V99 VALUE 0.
       01 floorPaid        PIC 9(9)V99 VALUE 0.
       01 floorHoldPct     PIC S9(4)V99 VALUE 0.
       01 dealerHold       PIC S9(9)V99 VALUE 0.
       01 dealerHoldPct    PIC S9(4)V99 VALUE 0.
       01 holdSpread       PIC S9(4)V99 VALUE 0.
       01 reviewPoints     PIC 99 VALUE 10.
       01 reviewHandle     PIC 9(5) VALUE 1000.
       01 reviewCount      PIC 9(3) VALUE 0.
       01 reportLine       PIC X(100) VALUE SPACES.
       01 cntDisp          PIC ZZZZ9.
       01 amtDisp          PIC -ZZZZZZ9.99.
       01 pctDisp          PIC -ZZ9.99.
       01 opsProgram       PIC X(8) VALUE "DEALROTA".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 duty-grid.
           05 duty-grid-entry OCCURS 9 TIMES.
               10 dg-date      PIC 9(8).
               10 dg-dealer    PIC XXX.
               10 dg-dealer-on PIC 9(6).
               10 dg-stick     PIC XXX.
               10 dg-stick-on  PIC 9(6).

       01 dealer-result-table.
           05 dealer-result-entry OCCURS 200 TIMES.
               10 dres-id        PIC XXX.
               10 dres-games     PIC 9(5).
               10 dres-rolls     PIC 9(6).
               10 dres-stick     PIC 9(6).
               10 dres-manual    PIC 9(5).
               10 dres-handle    PIC S9(9)V99.
               10 dres-paid      PIC 9(9)V99.
               10 dres-voids     PIC 9(5).
               10 dres-disputes  PIC 9(4).

       01 game-dealer-table.
           05 game-dealer-entry OCCURS 5000 TIMES.
               10 gd-game        PIC 9(6).
               10 gd-dealer      PIC XXX.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-DUTY-GRID.
           PERFORM UNTIL rotaDone = 'Y'
               DISPLAY " "
               DISPLAY "===== DEALER ROTATION ====="
               DISPLAY "1=Dealer master 2=Log on 3=Log off "
                   "4=Show duty 5=Dealer results 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT rotaChoice
               EVALUATE rotaChoice
                   WHEN 1
                       PERFORM MAINTAIN-DEALER
                   WHEN 2
                       PERFORM DEALER-LOG-ON
                   WHEN 3
                       PERFORM DEALER-LOG-OFF
                   WHEN 4
                       PERFORM SHOW-DUTY
                   WHEN 5
                       PERFORM DEALER-RESULTS
                   WHEN 9
                       MOVE 'Y' TO rotaDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       GET-CLOCK-TIME.
           ACCEPT clockTime FROM TIME
           COMPUTE nowTime = clockTime / 100.

       OPEN-DEALER-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O dealer-file
           PERFORM UNTIL (dealer-status NOT = "93"
               AND dealer-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O dealer-file
           END-PERFORM
           IF dealer-status = "35"
               OPEN OUTPUT dealer-file
               CLOSE dealer-file
               OPEN I-O dealer-file
           END-IF
           IF dealer-status NOT = "00"
               DISPLAY "Error opening dealer file, status: "
                   dealer-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "dealer open status " dealer-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       MAINTAIN-DEALER.
           MOVE SPACES TO workDealer
           DISPLAY "Dealer ID (3 chars): " WITH NO ADVANCING
           ACCEPT workDealer
           IF workDealer = SPACES
               DISPLAY "Nothing done."
           ELSE
               PERFORM OPEN-DEALER-FILE
               IF dealer-status = "00"
                   MOVE workDealer TO dlr-id
                   READ dealer-file KEY IS dlr-id
                       INVALID KEY
                           MOVE 'N' TO dealerFound
                       NOT INVALID KEY
                           MOVE 'Y' TO dealerFound
                   END-READ
                   IF dealerFound = 'Y'
                       DISPLAY "Name:   " dlr-name
                       DISPLAY "Active: " dlr-active
                           "   hired " dlr-hired
                   ELSE
                       DISPLAY "New dealer."
                   END-IF
                   MOVE SPACES TO entryName
                   DISPLAY "Name (blank=keep): " WITH NO ADVANCING
                   ACCEPT entryName
                   MOVE SPACE TO entryActive
                   DISPLAY "Active Y/N (blank=keep): "
                       WITH NO ADVANCING
                   ACCEPT entryActive
                   PERFORM SAVE-DEALER
                   CLOSE dealer-file
               END-IF
           END-IF.

       SAVE-DEALER.
           IF dealerFound = 'N'
               IF entryName = SPACES
                   DISPLAY "A new dealer needs a name."
               ELSE
                   MOVE SPACES     TO dealer-record
                   MOVE workDealer TO dlr-id
                   MOVE entryName  TO dlr-name
                   MOVE 'Y'        TO dlr-active
                   IF entryActive = 'N'
                       MOVE 'N' TO dlr-active
                   END-IF
                   MOVE todayDate  TO dlr-hired
                   MOVE todayDate  TO dlr-updated
                   WRITE dealer-record
                   MOVE "DEALER ADD" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING workDealer " " entryName
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
                   DISPLAY "Dealer added."
               END-IF
           ELSE
               IF entryName NOT = SPACES
                   MOVE entryName TO dlr-name
               END-IF
               IF entryActive = 'Y' OR entryActive = 'N'
                   MOVE entryActive TO dlr-active
               END-IF
               MOVE todayDate TO dlr-updated
               REWRITE dealer-record
               MOVE "DEALER UPD" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING workDealer " active " dlr-active
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               DISPLAY "Dealer updated."
           END-IF.

       LOAD-DUTY-GRID.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               MOVE 0      TO dg-date(t)
               MOVE SPACES TO dg-dealer(t)
               MOVE 0      TO dg-dealer-on(t)
               MOVE SPACES TO dg-stick(t)
               MOVE 0      TO dg-stick-on(t)
           END-PERFORM
           OPEN INPUT dealer-duty-file
           IF dealduty-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dealer-duty-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dd-table >= 1 AND dd-table <= 9
                           MOVE dd-table     TO t
                           MOVE dd-date      TO dg-date(t)
                           MOVE dd-dealer    TO dg-dealer(t)
                           MOVE dd-dealer-on TO dg-dealer-on(t)
                           MOVE dd-stick     TO dg-stick(t)
                           MOVE dd-stick-on  TO dg-stick-on(t)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dealer-duty-file
           END-IF.

       SAVE-DUTY-GRID.
           OPEN OUTPUT dealer-duty-file
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               MOVE SPACES          TO dealer-duty-record
               MOVE t               TO dd-table
               MOVE dg-date(t)      TO dd-date
               MOVE dg-dealer(t)    TO dd-dealer
               MOVE dg-dealer-on(t) TO dd-dealer-on
               MOVE dg-stick(t)     TO dd-stick
               MOVE dg-stick-on(t)  TO dd-stick-on
               WRITE dealer-duty-record
           END-PERFORM
           CLOSE dealer-duty-file.

       GET-TABLE-AND-POSITION.
           MOVE 0 TO workTable
           DISPLAY "Table (1-9): " WITH NO ADVANCING
           ACCEPT workTable
           MOVE SPACE TO workPosition
           DISPLAY "Position D=Dealer S=Stickman: " WITH NO ADVANCING
           ACCEPT workPosition.

       CHECK-DEALER-ACTIVE.
           MOVE 'N' TO dealerActive
           OPEN INPUT dealer-file
           IF dealer-status = "00"
               MOVE workDealer TO dlr-id
               READ dealer-file KEY IS dlr-id
                   NOT INVALID KEY
                       IF dlr-active = 'Y'
                           MOVE 'Y' TO dealerActive
                       END-IF
               END-READ
               CLOSE dealer-file
           END-IF.

       CHECK-DUTY-CONFLICT.
           MOVE 'N' TO dutyConflict
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               IF dg-dealer(t) = workDealer
               OR dg-stick(t) = workDealer
                   MOVE 'Y' TO dutyConflict
               END-IF
           END-PERFORM.

       DEALER-LOG-ON.
           PERFORM GET-TABLE-AND-POSITION
           IF workTable < 1 OR workTable > 9
           OR (workPosition NOT = 'D' AND workPosition NOT = 'S')
               DISPLAY "Invalid table or position."
           ELSE
               MOVE SPACES TO workDealer
               DISPLAY "Dealer ID: " WITH NO ADVANCING
               ACCEPT workDealer
               PERFORM CHECK-DEALER-ACTIVE
               PERFORM CHECK-DUTY-CONFLICT
               EVALUATE TRUE
                   WHEN dealerActive = 'N'
                       DISPLAY "Not an active dealer on the roster."
                   WHEN dutyConflict = 'Y'
                       DISPLAY "Dealer is already on duty - log "
                           "them off first."
                   WHEN OTHER
                       PERFORM GET-CLOCK-TIME
                       PERFORM RELIEVE-POSITION
                       MOVE todayDate TO dg-date(workTable)
                       IF workPosition = 'D'
                           MOVE workDealer TO dg-dealer(workTable)
                           MOVE nowTime    TO dg-dealer-on(workTable)
                       ELSE
                           MOVE workDealer TO dg-stick(workTable)
                           MOVE nowTime    TO dg-stick-on(workTable)
                       END-IF
                       PERFORM SAVE-DUTY-GRID
                       MOVE "DEALER ON" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING "table " workTable " " workPosition
                           " " workDealer
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
                       DISPLAY "Dealer " workDealer " on table "
                           workTable "."
               END-EVALUATE
           END-IF.

       DEALER-LOG-OFF.
           PERFORM GET-TABLE-AND-POSITION
           IF workTable < 1 OR workTable > 9
           OR (workPosition NOT = 'D' AND workPosition NOT = 'S')
               DISPLAY "Invalid table or position."
           ELSE
               PERFORM GET-CLOCK-TIME
               PERFORM RELIEVE-POSITION
               IF offDealer = SPACES
                   DISPLAY "Nobody on that position."
               ELSE
                   PERFORM SAVE-DUTY-GRID
                   DISPLAY "Dealer " offDealer " off table "
                       workTable "."
               END-IF
           END-IF.

       RELIEVE-POSITION.
           MOVE SPACES TO offDealer
           MOVE dg-date(workTable) TO offDate
           IF workPosition = 'D'
               MOVE dg-dealer(workTable)    TO offDealer
               MOVE dg-dealer-on(workTable) TO offOn
               MOVE "DEALER"                TO offPosition
               MOVE SPACES TO dg-dealer(workTable)
               MOVE 0      TO dg-dealer-on(workTable)
           ELSE
               MOVE dg-stick(workTable)     TO offDealer
               MOVE dg-stick-on(workTable)  TO offOn
               MOVE "STICK "                TO offPosition
               MOVE SPACES TO dg-stick(workTable)
               MOVE 0      TO dg-stick-on(workTable)
           END-IF
           IF offDealer NOT = SPACES
               MOVE SPACES      TO dealer-rota-record
               MOVE offDate     TO dr-date
               MOVE workTable   TO dr-table
               MOVE offPosition TO dr-position
               MOVE offDealer   TO dr-dealer
               MOVE offOn       TO dr-on
               MOVE nowTime     TO dr-off
               OPEN EXTEND dealer-rota-file
               IF dealrot-status = "05" OR dealrot-status = "35"
                   CLOSE dealer-rota-file
                   OPEN OUTPUT dealer-rota-file
                   CLOSE dealer-rota-file
                   OPEN EXTEND dealer-rota-file
               END-IF
               WRITE dealer-rota-record
               CLOSE dealer-rota-file
               MOVE "DEALER OFF" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "table " workTable " " offPosition " "
                   offDealer
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       SHOW-DUTY.
           DISPLAY "TABLE  DEALER  SINCE   STICK   SINCE"
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               IF dg-dealer(t) NOT = SPACES
               OR dg-stick(t) NOT = SPACES
                   DISPLAY "  " t "    " dg-dealer(t) "   "
                       dg-dealer-on(t) "  " dg-stick(t) "   "
                       dg-stick-on(t)
               END-IF
           END-PERFORM.

       DEALER-RESULTS.
           MOVE 0 TO fromDate
           DISPLAY "From date (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
           ACCEPT fromDate
           IF fromDate = 0
               MOVE todayDate TO fromDate
           END-IF
           MOVE 0 TO toDate
           DISPLAY "To date   (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
           ACCEPT toDate
           IF toDate = 0
               MOVE todayDate TO toDate
           END-IF
           COMPUTE fromInteger = FUNCTION INTEGER-OF-DATE(fromDate)
           COMPUTE toInteger = FUNCTION INTEGER-OF-DATE(toDate)
           IF fromDate > toDate OR toInteger - fromInteger > 92
               DISPLAY "Invalid range - at most 93 days."
           ELSE
               MOVE 0 TO dealerCount
               MOVE 'N' TO dealerOverflow
               MOVE 0 TO gameCount
               MOVE 'N' TO gameOverflow
               MOVE 0 TO floorHandle
               MOVE 0 TO floorPaid
               PERFORM VARYING workInteger FROM fromInteger BY 1
                   UNTIL workInteger > toInteger
                   COMPUTE workDate =
                       FUNCTION DATE-OF-INTEGER(workInteger)
                   PERFORM SWEEP-LEDGER-DAY
               END-PERFORM
               PERFORM SWEEP-ROLL-JOURNAL
               PERFORM SWEEP-DISPUTES
               PERFORM WRITE-DEALER-REPORT
           END-IF.

       SWEEP-LEDGER-DAY.
           MOVE 0 TO liveRows
           OPEN INPUT ledger-index-file
           IF ledgerix-status = "00"
               MOVE workDate TO lix-date
               MOVE 0 TO lix-game
               MOVE 0 TO lix-seq
               START ledger-index-file KEY IS >= lix-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO end-of-file
                       PERFORM UNTIL end-of-file = 'Y'
                           READ ledger-index-file NEXT RECORD
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               IF lix-date NOT = workDate
                                   MOVE 'Y' TO end-of-file
                               ELSE
                                   ADD 1 TO liveRows
                                   MOVE lix-dealer  TO rowDealer
                                   MOVE lix-game    TO rowGame
                                   MOVE lix-outcome TO rowOutcome
                                   MOVE lix-amount  TO rowAmount
                                   MOVE lix-mode    TO rowMode
                                   PERFORM POST-DEALER-LEDGER-ROW
                               END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ledger-index-file
           END-IF
           IF liveRows = 0
               MOVE SPACES TO ledgerName
               STRING "ledger-" workDate ".dat"
                   DELIMITED BY SIZE INTO ledgerName
               OPEN INPUT ledger-file
               IF ledger-status = "00"
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ ledger-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           MOVE ledger-dealer  TO rowDealer
                           MOVE ledger-game    TO rowGame
                           MOVE ledger-outcome TO rowOutcome
                           MOVE ledger-amount  TO rowAmount
                           MOVE ledger-mode    TO rowMode
                           PERFORM POST-DEALER-LEDGER-ROW
                       END-READ
                   END-PERFORM
                   CLOSE ledger-file
               END-IF
           END-IF.

       POST-DEALER-LEDGER-ROW.
           IF rowDealer NOT = SPACES AND rowMode NOT = 'T'
               MOVE rowDealer TO lookDealer
               PERFORM FIND-DEALER-RESULT
               IF dx > 0
                   PERFORM NOTE-GAME-DEALER
                   EVALUATE rowOutcome
                       WHEN "BET "
                           ADD rowAmount TO dres-handle(dx)
                           ADD rowAmount TO floorHandle
                       WHEN "RTRN"
                           SUBTRACT rowAmount FROM dres-handle(dx)
                           SUBTRACT rowAmount FROM floorHandle
                       WHEN "VOID"
                           SUBTRACT rowAmount FROM dres-handle(dx)
                           SUBTRACT rowAmount FROM floorHandle
                           ADD 1 TO dres-voids(dx)
                       WHEN "WIN "
                           ADD rowAmount TO dres-paid(dx)
                           ADD rowAmount TO floorPaid
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-DEALER-RESULT.
           MOVE 0 TO dx
           PERFORM VARYING gx FROM 1 BY 1
               UNTIL gx > dealerCount OR dx > 0
               IF dres-id(gx) = lookDealer
                   MOVE gx TO dx
               END-IF
           END-PERFORM
           IF dx = 0
               IF dealerCount < 200
                   ADD 1 TO dealerCount
                   MOVE dealerCount TO dx
                   MOVE lookDealer TO dres-id(dx)
                   MOVE 0 TO dres-games(dx)
                   MOVE 0 TO dres-rolls(dx)
                   MOVE 0 TO dres-stick(dx)
                   MOVE 0 TO dres-manual(dx)
                   MOVE 0 TO dres-handle(dx)
                   MOVE 0 TO dres-paid(dx)
                   MOVE 0 TO dres-voids(dx)
                   MOVE 0 TO dres-disputes(dx)
               ELSE
                   MOVE 'Y' TO dealerOverflow
               END-IF
           END-IF.

       NOTE-GAME-DEALER.
           MOVE 'N' TO gameFound
           PERFORM VARYING gx FROM 1 BY 1
               UNTIL gx > gameCount OR gameFound = 'Y'
               IF gd-game(gx) = rowGame
                   MOVE 'Y' TO gameFound
               END-IF
           END-PERFORM
           IF gameFound = 'N'
               IF gameCount < 5000
                   ADD 1 TO gameCount
                   MOVE rowGame   TO gd-game(gameCount)
                   MOVE rowDealer TO gd-dealer(gameCount)
                   ADD 1 TO dres-games(dx)
               ELSE
                   IF gameOverflow = 'N'
                       MOVE 'Y' TO gameOverflow
                       MOVE "GAME CAP" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING "over 5000 games at " workDate
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
                   END-IF
               END-IF
           END-IF.

       SWEEP-ROLL-JOURNAL.
           OPEN INPUT roll-journal-file
           IF rolljrnl-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ roll-journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF rj-date IS NUMERIC
                       AND rj-date >= fromDate AND rj-date <= toDate
                           PERFORM POST-DEALER-ROLL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE roll-journal-file
           END-IF.

       POST-DEALER-ROLL.
           IF rj-dealer NOT = SPACES
               MOVE rj-dealer TO lookDealer
               PERFORM FIND-DEALER-RESULT
               IF dx > 0
                   ADD 1 TO dres-rolls(dx)
                   IF rj-mode = 'M'
                       ADD 1 TO dres-manual(dx)
                   END-IF
               END-IF
           END-IF
           IF rj-stick NOT = SPACES
               MOVE rj-stick TO lookDealer
               PERFORM FIND-DEALER-RESULT
               IF dx > 0
                   ADD 1 TO dres-stick(dx)
               END-IF
           END-IF.

       SWEEP-DISPUTES.
           OPEN INPUT dispute-file
           IF dispute-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dispute-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dsp-date >= fromDate AND dsp-date <= toDate
                           PERFORM POST-DEALER-DISPUTE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dispute-file
           END-IF.

       POST-DEALER-DISPUTE.
           MOVE 'N' TO gameFound
           PERFORM VARYING gx FROM 1 BY 1
               UNTIL gx > gameCount OR gameFound = 'Y'
               IF gd-game(gx) = dsp-game
                   MOVE 'Y' TO gameFound
                   MOVE gd-dealer(gx) TO lookDealer
               END-IF
           END-PERFORM
           IF gameFound = 'Y'
               PERFORM FIND-DEALER-RESULT
               IF dx > 0
                   ADD 1 TO dres-disputes(dx)
               END-IF
           END-IF.

       WRITE-DEALER-REPORT.
           IF floorHandle > 0
               COMPUTE floorHoldPct ROUNDED =
                   (floorHandle - floorPaid) * 100 / floorHandle
                   ON SIZE ERROR
                       MOVE 0 TO floorHoldPct
               END-COMPUTE
           ELSE
               MOVE 0 TO floorHoldPct
           END-IF
           MOVE 0 TO reviewCount
           MOVE SPACES TO reportName
           STRING "dealrpt-" fromDate "-" toDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT dealer-report-file
           MOVE SPACES TO reportLine
           STRING "===== DEALER GAME RESULTS " fromDate " TO "
               toDate " =====" DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-DEALER-LINE
           MOVE SPACES TO reportLine
           STRING "DLR NAME            GAMES  ROLLS  STICK MANUAL"
               "      HANDLE        HOLD   HOLD% VOIDS DISP"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-DEALER-LINE
           OPEN INPUT dealer-file
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dealerCount
               PERFORM PUT-ONE-DEALER
           END-PERFORM
           IF dealer-status = "00"
               CLOSE dealer-file
           END-IF
           MOVE floorHoldPct TO pctDisp
           MOVE SPACES TO reportLine
           STRING "Floor hold% " pctDisp "   dealers flagged for "
               "review: " reviewCount
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-DEALER-LINE
           IF dealerOverflow = 'Y'
               MOVE "More than 200 dealers - list truncated."
                   TO reportLine
               PERFORM PUT-DEALER-LINE
           END-IF
           IF gameOverflow = 'Y'
               MOVE SPACES TO reportLine
               STRING "More than 5000 games - game counts and dispute "
                   "attribution incomplete; run a shorter range."
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-DEALER-LINE
           END-IF
           CLOSE dealer-report-file
           MOVE 'R' TO rptMode
           MOVE "DEALRPT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile toDate
               opsProgram rptRecords
           MOVE "DEALER RPT" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING fromDate "-" toDate " flag " reviewCount
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       PUT-ONE-DEALER.
           MOVE SPACES TO dlr-name
           IF dealer-status = "00"
               MOVE dres-id(dx) TO dlr-id
               READ dealer-file KEY IS dlr-id
                   INVALID KEY
                       MOVE "(not on roster)" TO dlr-name
               END-READ
           END-IF
           COMPUTE dealerHold = dres-handle(dx) - dres-paid(dx)
           IF dres-handle(dx) > 0
               COMPUTE dealerHoldPct ROUNDED =
                   dealerHold * 100 / dres-handle(dx)
                   ON SIZE ERROR
                       MOVE 0 TO dealerHoldPct
               END-COMPUTE
           ELSE
               MOVE 0 TO dealerHoldPct
           END-IF
           MOVE SPACES TO reportLine
           MOVE dres-id(dx) TO reportLine(1:3)
           MOVE dlr-name TO reportLine(5:15)
           MOVE dres-games(dx) TO cntDisp
           MOVE cntDisp TO reportLine(21:5)
           MOVE dres-rolls(dx) TO cntDisp
           MOVE cntDisp TO reportLine(28:5)
           MOVE dres-stick(dx) TO cntDisp
           MOVE cntDisp TO reportLine(35:5)
           MOVE dres-manual(dx) TO cntDisp
           MOVE cntDisp TO reportLine(42:5)
           MOVE dres-handle(dx) TO amtDisp
           MOVE amtDisp TO reportLine(48:11)
           MOVE dealerHold TO amtDisp
           MOVE amtDisp TO reportLine(60:11)
           MOVE dealerHoldPct TO pctDisp
           MOVE pctDisp TO reportLine(72:7)
           MOVE dres-voids(dx) TO cntDisp
           MOVE cntDisp TO reportLine(79:5)
           MOVE dres-disputes(dx) TO cntDisp
           MOVE cntDisp TO reportLine(85:5)
           COMPUTE holdSpread = dealerHoldPct - floorHoldPct
           IF holdSpread < 0
               COMPUTE holdSpread = 0 - holdSpread
           END-IF
           IF dres-handle(dx) >= reviewHandle
           AND holdSpread > reviewPoints
               MOVE "REVIEW" TO reportLine(91:6)
               ADD 1 TO reviewCount
               MOVE "DEALER HOLD" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING dres-id(dx) " hold% " pctDisp
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           PERFORM PUT-DEALER-LINE.

       PUT-DEALER-LINE.
           DISPLAY reportLine
           MOVE reportLine TO dealer-report-record
           WRITE dealer-report-record.
