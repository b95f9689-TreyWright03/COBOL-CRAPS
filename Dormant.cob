               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT player-id-file ASSIGN TO "playerid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pid-name
               FILE STATUS IS playerid-status.
           SELECT dorm-config-file ASSIGN TO "dormcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD player-id-file.
       COPY "playerid.cpy".

       FD dorm-config-file.
       01 dorm-config-record.
           02 dmc-dormant-days PIC 9(4).
       01 ledger-status    PIC 99.
       01 ledgerix-status  PIC 99.
       01 dormcfg-status   PIC 99.
       01 playerid-status  PIC 99.
       01 report-status    PIC 99.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 shiftHour        PIC 99 VALUE 0.
       01 shiftCode        PIC 9 VALUE 1.
       01 opsProgram       PIC X(8) VALUE "DORMANT".
       01 seatMode         PIC X VALUE 'Q'.
       01 seatTable        PIC 9 VALUE 0.
       01 seatResult       PIC XX VALUE SPACES.
       01 seatCount        PIC 9(4) VALUE 0.
       01 seatedSkipped    PIC 9(3) VALUE 0.
       01 seatErrSkipped   PIC 9(3) VALUE 0.
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 dorm-table.
           05 dorm-entry OCCURS 100 TIMES.
               10 dm-last     PIC 9(8).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM READ-DORM-CONFIG.
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-DORM-LINE
           END-IF
           IF seatedSkipped > 0
               MOVE seatedSkipped TO cntDisp
               MOVE SPACES TO reportLine
               STRING "Seated, escheat deferred: " cntDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-DORM-LINE
           END-IF
           IF seatErrSkipped > 0
               MOVE seatErrSkipped TO cntDisp
               MOVE SPACES TO reportLine
               STRING "Seat registry down, escheat deferred: " cntDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-DORM-LINE
           END-IF
           CLOSE dorm-report-file
           MOVE 'R' TO rptMode
           MOVE "DORMRPT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       JUDGE-ONE-ACCOUNT.
           IF dm-last(a) = 0
           END-IF
           MOVE dm-bal(a) TO balDisp
           IF idleDays >= escheatDays AND dm-bal(a) > 0
               MOVE 'Q' TO seatMode
               MOVE 0 TO seatTable
               CALL "SEATREG" USING seatMode dm-name(a) seatTable
                   opsProgram seatResult seatCount
               IF seatResult = "SE"
                   ADD 1 TO seatedSkipped
                   MOVE SPACES TO reportLine
                   STRING dm-name(a) "  " balDisp "  " dm-last(a) " "
                       idleDays "  SEATED - NOT ESCHEATED"
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-DORM-LINE
                   MOVE "SEATED" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING dm-name(a) " blocked table " seatTable
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               ELSE
                   IF seatResult = "ER"
                       ADD 1 TO seatErrSkipped
                       MOVE SPACES TO reportLine
                       STRING dm-name(a) "  " balDisp "  " dm-last(a)
                           " " idleDays
                           "  SEAT REGISTRY - NOT ESCHEATED"
                           DELIMITED BY SIZE INTO reportLine
                       PERFORM PUT-DORM-LINE
                       MOVE "SEAT ERROR" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING dm-name(a) " escheat deferred"
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent opsDetail
                   ELSE
                       ADD 1 TO escheatCount
                       MOVE SPACES TO reportLine
                       STRING dm-name(a) "  " balDisp "  " dm-last(a)
                           " " idleDays "  ESCHEATED"
                           DELIMITED BY SIZE INTO reportLine
                       PERFORM PUT-DORM-LINE
                       PERFORM PUT-IDENTITY-LINES
                       PERFORM ESCHEAT-ONE-ACCOUNT
                   END-IF
               END-IF
           ELSE
               IF idleDays >= dormantDays
                   ADD 1 TO dormantCount
                       " " idleDays "  DORMANT"
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-DORM-LINE
                   PERFORM PUT-IDENTITY-LINES
               END-IF
           END-IF.

       PUT-IDENTITY-LINES.
           MOVE SPACES TO reportLine
           STRING "     NO IDENTITY ON FILE"
               DELIMITED BY SIZE INTO reportLine
           OPEN INPUT player-id-file
           IF playerid-status = "00"
               MOVE dm-name(a) TO pid-name
               READ player-id-file KEY IS pid-name
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO reportLine
                       STRING "     " pid-full-name " tax id "
                           pid-tax-id
                           DELIMITED BY SIZE INTO reportLine
                       PERFORM PUT-DORM-LINE
                       MOVE SPACES TO reportLine
                       STRING "     " pid-address
                           DELIMITED BY SIZE INTO reportLine
               END-READ
               CLOSE player-id-file
           END-IF
           PERFORM PUT-DORM-LINE.

       ESCHEAT-ONE-ACCOUNT.
           MOVE 0 TO escheatAmt
           OPEN I-O account-file
