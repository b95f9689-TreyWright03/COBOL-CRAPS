       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEPOOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dealer-file ASSIGN TO "dealer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dlr-id
               FILE STATUS IS dealer-status.
           SELECT dealer-duty-file ASSIGN TO "dealduty.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dealduty-status.
           SELECT dealer-rota-file ASSIGN TO "dealrot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dealrot-status.
           SELECT toke-dist-file ASSIGN TO "tokedist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tokedist-status.
           SELECT toke-work-file ASSIGN TO "tokedist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS work-status.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT ledger-file ASSIGN TO DYNAMIC ledgerName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT toke-report-file ASSIGN TO DYNAMIC reportName
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

       FD toke-dist-file.
       COPY "tokedist.cpy".

       FD toke-work-file.
       01 toke-work-line   PIC X(60).

       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD ledger-file.
       COPY "ledgerrec.cpy".

       FD toke-report-file.
       01 toke-report-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 dealer-status    PIC 99.
       01 dealduty-status  PIC 99.
       01 dealrot-status   PIC 99.
       01 tokedist-status  PIC 99.
       01 work-status      PIC 99.
       01 ledgerix-status  PIC 99.
       01 ledger-status    PIC 99.
       01 report-status    PIC 99.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 clockTime        PIC 9(8) VALUE 0.
       01 nowTime          PIC 9(6) VALUE 0.
       01 tokeChoice       PIC 9 VALUE 0.
       01 tokeDone         PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 poolDate         PIC 9(8) VALUE 0.
       01 workDate         PIC 9(8) VALUE 0.
       01 fromDate         PIC 9(8) VALUE 0.
       01 toDate           PIC 9(8) VALUE 0.
       01 fromInteger      PIC 9(8) VALUE 0.
       01 toInteger        PIC 9(8) VALUE 0.
       01 workInteger      PIC 9(8) VALUE 0.
       01 liveRows         PIC 9(6) VALUE 0.
       01 rowOutcome       PIC X(4) VALUE SPACES.
       01 rowBetType       PIC X(10) VALUE SPACES.
       01 rowAmount        PIC 9(5)V99 VALUE 0.
       01 rowMode          PIC X VALUE SPACE.
       01 cashTokes        PIC 9(7)V99 VALUE 0.
       01 betTokes         PIC 9(7)V99 VALUE 0.
       01 poolTotal        PIC 9(7)V99 VALUE 0.
       01 poolShared       PIC 9(7)V99 VALUE 0.
       01 poolLeft         PIC 9(7)V99 VALUE 0.
       01 distTotal        PIC 9(7)V99 VALUE 0.
       01 tieDiff          PIC S9(7)V99 VALUE 0.
       01 tieDays          PIC 9(3) VALUE 0.
       01 keptRows         PIC 9(6) VALUE 0.
       01 onMinutes        PIC 9(5) VALUE 0.
       01 offMinutes       PIC 9(5) VALUE 0.
       01 shiftMinutes     PIC 9(5) VALUE 0.
       01 totalMinutes     PIC 9(6) VALUE 0.
       01 offRoster        PIC 9(6) VALUE 0.
       01 workDealer       PIC XXX VALUE SPACES.
       01 workOn           PIC 9(6) VALUE 0.
       01 workOff          PIC 9(6) VALUE 0.
       01 timeHours        PIC 99 VALUE 0.
       01 timeRest         PIC 9(4) VALUE 0.
       01 timeMins         PIC 99 VALUE 0.
       01 onRoster         PIC X VALUE 'N'.
       01 dx               PIC 9(3) VALUE 0.
       01 hx               PIC 9(3) VALUE 0.
       01 topIdx           PIC 9(3) VALUE 0.
       01 crewCount        PIC 9(3) VALUE 0.
       01 crewOverflow     PIC X VALUE 'N'.
       01 reportLine       PIC X(80) VALUE SPACES.
       01 amtDisp          PIC ZZZZZZ9.99.
       01 diffDisp         PIC -ZZZZZZ9.99.
       01 minDisp          PIC ZZZZ9.
       01 hourDisp         PIC ZZ9.99.
       01 workHours        PIC 9(3)V99 VALUE 0.
       01 opsProgram       PIC X(8) VALUE "TOKEPOOL".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 crew-table.
           05 crew-entry OCCURS 100 TIMES.
               10 crw-id        PIC XXX.
               10 crw-name      PIC X(30).
               10 crw-minutes   PIC 9(5).
               10 crw-share     PIC 9(7)V99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM UNTIL tokeDone = 'Y'
               DISPLAY " "
               DISPLAY "===== DEALER TOKE POOL ====="
               DISPLAY "1=Distribute a gaming day "
                   "2=Reconcile tip records 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT tokeChoice
               EVALUATE tokeChoice
                   WHEN 1
                       PERFORM DISTRIBUTE-POOL
                   WHEN 2
                       PERFORM RECONCILE-TIPS
                   WHEN 9
                       MOVE 'Y' TO tokeDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       DISTRIBUTE-POOL.
           MOVE 0 TO poolDate
           DISPLAY "Gaming day (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
           ACCEPT poolDate
           IF poolDate = 0
               MOVE todayDate TO poolDate
           END-IF
           MOVE poolDate TO workDate
           PERFORM SUM-DAY-TOKES
           COMPUTE poolTotal = cashTokes + betTokes
           MOVE 0 TO crewCount
           MOVE 'N' TO crewOverflow
           MOVE 0 TO totalMinutes
           MOVE 0 TO offRoster
           OPEN INPUT dealer-file
           PERFORM COLLECT-ROTA-HOURS
           PERFORM COLLECT-OPEN-DUTY
           IF dealer-status = "00"
               CLOSE dealer-file
           END-IF
           PERFORM SPLIT-POOL
           PERFORM WRITE-POOL-REPORT
           PERFORM KEEP-OTHER-DIST-DAYS
           IF poolShared > 0
               PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > crewCount
                   IF crw-share(dx) > 0
                       MOVE SPACES           TO toke-dist-record
                       MOVE poolDate         TO td-date
                       MOVE crw-id(dx)       TO td-dealer
                       MOVE crw-minutes(dx)  TO td-minutes
                       MOVE crw-share(dx)    TO td-share
                       MOVE poolTotal        TO td-pool
                       WRITE toke-dist-record
                   END-IF
               END-PERFORM
           END-IF
           CLOSE toke-dist-file
           MOVE "TOKE POOL" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING poolDate " " poolTotal
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           IF poolTotal > 0 AND poolShared = 0
               MOVE "TOKE UNDIST" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING poolDate " no dealer hours"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       SUM-DAY-TOKES.
           MOVE 0 TO cashTokes
           MOVE 0 TO betTokes
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
                                   MOVE lix-outcome  TO rowOutcome
                                   MOVE lix-bet-type TO rowBetType
                                   MOVE lix-amount   TO rowAmount
                                   MOVE lix-mode     TO rowMode
                                   PERFORM POST-TOKE-ROW
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
                           MOVE ledger-outcome  TO rowOutcome
                           MOVE ledger-bet-type TO rowBetType
                           MOVE ledger-amount   TO rowAmount
                           MOVE ledger-mode     TO rowMode
                           PERFORM POST-TOKE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE ledger-file
               END-IF
           END-IF.

       POST-TOKE-ROW.
           IF rowOutcome = "TOKE" AND rowMode NOT = 'T'
               IF rowBetType = "TOKEBET"
                   ADD rowAmount TO betTokes
               ELSE
                   ADD rowAmount TO cashTokes
               END-IF
           END-IF.

       COLLECT-ROTA-HOURS.
           OPEN INPUT dealer-rota-file
           IF dealrot-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dealer-rota-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dr-date = poolDate
                           MOVE dr-dealer TO workDealer
                           MOVE dr-on     TO workOn
                           MOVE dr-off    TO workOff
                           PERFORM ADD-CREW-TIME
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dealer-rota-file
           END-IF.

       COLLECT-OPEN-DUTY.
           ACCEPT clockTime FROM TIME
           COMPUTE nowTime = clockTime / 100
           IF poolDate = todayDate
               OPEN INPUT dealer-duty-file
               IF dealduty-status = "00"
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ dealer-duty-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF dd-date = poolDate
                               IF dd-dealer NOT = SPACES
                                   MOVE dd-dealer    TO workDealer
                                   MOVE dd-dealer-on TO workOn
                                   MOVE nowTime      TO workOff
                                   PERFORM ADD-CREW-TIME
                               END-IF
                               IF dd-stick NOT = SPACES
                                   MOVE dd-stick     TO workDealer
                                   MOVE dd-stick-on  TO workOn
                                   MOVE nowTime      TO workOff
                                   PERFORM ADD-CREW-TIME
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE dealer-duty-file
               END-IF
           END-IF.

       ADD-CREW-TIME.
           DIVIDE workOn BY 10000 GIVING timeHours REMAINDER timeRest
           DIVIDE timeRest BY 100 GIVING timeMins
           COMPUTE onMinutes = timeHours * 60 + timeMins
           DIVIDE workOff BY 10000 GIVING timeHours REMAINDER timeRest
           DIVIDE timeRest BY 100 GIVING timeMins
           COMPUTE offMinutes = timeHours * 60 + timeMins
           IF offMinutes < onMinutes
               ADD 1440 TO offMinutes
           END-IF
           COMPUTE shiftMinutes = offMinutes - onMinutes
           MOVE 'N' TO onRoster
           IF dealer-status = "00"
               MOVE workDealer TO dlr-id
               READ dealer-file KEY IS dlr-id
                   NOT INVALID KEY
                       MOVE 'Y' TO onRoster
               END-READ
           END-IF
           IF onRoster = 'N'
               ADD shiftMinutes TO offRoster
           ELSE
               MOVE 0 TO dx
               PERFORM VARYING hx FROM 1 BY 1
                   UNTIL hx > crewCount OR dx > 0
                   IF crw-id(hx) = workDealer
                       MOVE hx TO dx
                   END-IF
               END-PERFORM
               IF dx = 0
                   IF crewCount < 100
                       ADD 1 TO crewCount
                       MOVE crewCount  TO dx
                       MOVE workDealer TO crw-id(dx)
                       MOVE dlr-name   TO crw-name(dx)
                       MOVE 0 TO crw-minutes(dx)
                       MOVE 0 TO crw-share(dx)
                   ELSE
                       MOVE 'Y' TO crewOverflow
                   END-IF
               END-IF
               IF dx > 0
                   ADD shiftMinutes TO crw-minutes(dx)
                   ADD shiftMinutes TO totalMinutes
               END-IF
           END-IF.

       SPLIT-POOL.
           MOVE 0 TO poolShared
           MOVE 0 TO topIdx
           IF poolTotal > 0 AND totalMinutes > 0
               PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > crewCount
                   COMPUTE crw-share(dx) =
                       poolTotal * crw-minutes(dx) / totalMinutes
                   ADD crw-share(dx) TO poolShared
                   IF topIdx = 0
                       MOVE dx TO topIdx
                   ELSE
                       IF crw-minutes(dx) > crw-minutes(topIdx)
                           MOVE dx TO topIdx
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE poolLeft = poolTotal - poolShared
               IF poolLeft > 0 AND topIdx > 0
                   ADD poolLeft TO crw-share(topIdx)
                   ADD poolLeft TO poolShared
               END-IF
           END-IF.

       WRITE-POOL-REPORT.
           MOVE SPACES TO reportName
           STRING "tokepool-" poolDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT toke-report-file
           MOVE SPACES TO reportLine
           STRING "===== TOKE DISTRIBUTION - GAMING DAY " poolDate
               " =====" DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-TOKE-LINE
           MOVE cashTokes TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Cash tokes           " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-TOKE-LINE
           MOVE betTokes TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Toke bets won        " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-TOKE-LINE
           MOVE poolTotal TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Toke pool            " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-TOKE-LINE
           MOVE SPACES TO reportLine
           PERFORM PUT-TOKE-LINE
           MOVE "DLR NAME                            HOURS       SHARE"
               TO reportLine
           PERFORM PUT-TOKE-LINE
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > crewCount
               COMPUTE workHours ROUNDED = crw-minutes(dx) / 60
               MOVE workHours TO hourDisp
               MOVE crw-share(dx) TO amtDisp
               MOVE SPACES TO reportLine
               STRING crw-id(dx) " " crw-name(dx) "  " hourDisp
                   "  " amtDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-TOKE-LINE
           END-PERFORM
           MOVE poolShared TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Distributed                                 "
               amtDisp DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-TOKE-LINE
           IF offRoster > 0
               MOVE offRoster TO minDisp
               MOVE SPACES TO reportLine
               STRING "Minutes by staff not on the roster: " minDisp
                   " (not shared)"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-TOKE-LINE
           END-IF
           IF crewOverflow = 'Y'
               MOVE "More than 100 dealers - list truncated."
                   TO reportLine
               PERFORM PUT-TOKE-LINE
           END-IF
           IF poolTotal > 0 AND poolShared = 0
               MOVE "No dealer hours for the day - pool held."
                   TO reportLine
               PERFORM PUT-TOKE-LINE
           END-IF
           CLOSE toke-report-file
           MOVE 'R' TO rptMode
           MOVE "TOKEPOOL" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile poolDate
               opsProgram rptRecords.

       KEEP-OTHER-DIST-DAYS.
           MOVE 0 TO keptRows
           OPEN OUTPUT toke-work-file
           OPEN INPUT toke-dist-file
           IF tokedist-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ toke-dist-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF td-date NOT = poolDate
                           ADD 1 TO keptRows
                           MOVE toke-dist-record TO toke-work-line
                           WRITE toke-work-line
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE toke-dist-file
           END-IF
           CLOSE toke-work-file
           OPEN INPUT toke-work-file
           OPEN OUTPUT toke-dist-file
           MOVE 'N' TO end-of-file
           PERFORM UNTIL end-of-file = 'Y'
               READ toke-work-file AT END
                   MOVE 'Y' TO end-of-file
               NOT AT END
                   MOVE toke-work-line TO toke-dist-record
                   WRITE toke-dist-record
               END-READ
           END-PERFORM
           CLOSE toke-work-file.

       RECONCILE-TIPS.
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
               MOVE 0 TO tieDays
               MOVE SPACES TO reportName
               STRING "tokerec-" fromDate "-" toDate ".dat"
                   DELIMITED BY SIZE INTO reportName
               OPEN OUTPUT toke-report-file
               MOVE SPACES TO reportLine
               STRING "===== TIP RECORDS TO TOKE LEDGER " fromDate
                   " TO " toDate " =====" DELIMITED BY SIZE
                   INTO reportLine
               PERFORM PUT-TOKE-LINE
               MOVE SPACES TO reportLine
               STRING "DATE         LEDGER TOKES   TIP RECORDS  "
                   "  DIFFERENCE" DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-TOKE-LINE
               PERFORM VARYING workInteger FROM fromInteger BY 1
                   UNTIL workInteger > toInteger
                   COMPUTE workDate =
                       FUNCTION DATE-OF-INTEGER(workInteger)
                   PERFORM TIE-ONE-DAY
               END-PERFORM
               MOVE SPACES TO reportLine
               STRING "Days out of balance: " tieDays
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-TOKE-LINE
               CLOSE toke-report-file
               MOVE 'R' TO rptMode
               MOVE "TOKEREC" TO rptType
               MOVE reportName TO rptFile
               CALL "RPTCAT" USING rptMode rptType rptFile toDate
                   opsProgram rptRecords
           END-IF.

       TIE-ONE-DAY.
           PERFORM SUM-DAY-TOKES
           COMPUTE poolTotal = cashTokes + betTokes
           MOVE 0 TO distTotal
           OPEN INPUT toke-dist-file
           IF tokedist-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ toke-dist-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF td-date = workDate
                           ADD td-share TO distTotal
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE toke-dist-file
           END-IF
           IF poolTotal > 0 OR distTotal > 0
               COMPUTE tieDiff = distTotal - poolTotal
               MOVE SPACES TO reportLine
               MOVE workDate TO reportLine(1:8)
               MOVE poolTotal TO amtDisp
               MOVE amtDisp TO reportLine(14:10)
               MOVE distTotal TO amtDisp
               MOVE amtDisp TO reportLine(28:10)
               MOVE tieDiff TO diffDisp
               MOVE diffDisp TO reportLine(41:11)
               IF tieDiff NOT = 0
                   MOVE "DIFF" TO reportLine(54:4)
                   ADD 1 TO tieDays
                   MOVE "TOKE DIFF" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING workDate " " diffDisp
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               END-IF
               PERFORM PUT-TOKE-LINE
           END-IF.

       PUT-TOKE-LINE.
           DISPLAY reportLine
           MOVE reportLine TO toke-report-record
           WRITE toke-report-record.
