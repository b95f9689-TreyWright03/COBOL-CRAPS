               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ctrcfg-status.
           SELECT player-id-file ASSIGN TO "playerid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pid-name
               FILE STATUS IS playerid-status.
           SELECT ctr-extract-file ASSIGN TO DYNAMIC extractName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           02 cte-cash-out PIC 9(8)V99.
           02 FILLER       PIC X.
           02 cte-txns     PIC 9(4).
           02 FILLER       PIC X.
           02 cte-full-name PIC X(30).
           02 FILLER       PIC X.
           02 cte-birth-date PIC 9(8).
           02 FILLER       PIC X.
           02 cte-id-type  PIC X(8).
           02 FILLER       PIC X.
           02 cte-id-number PIC X(20).
           02 FILLER       PIC X.
           02 cte-address  PIC X(40).
           02 FILLER       PIC X.
           02 cte-tax-id   PIC X(11).

       FD player-id-file.
       COPY "playerid.cpy".

       WORKING-STORAGE SECTION.

       01 cashjrnl-status  PIC 99.
       01 ctrcfg-status    PIC 99.
       01 extract-status   PIC 99.
       01 playerid-status  PIC 99.
       01 idMissing        PIC 9(4) VALUE 0.
       01 extractName      PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 sweepDate        PIC 9(8) VALUE 0.
       01 opsProgram       PIC X(8) VALUE "CTRSWEEP".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 ctr-table.
           05 ctr-entry OCCURS 100 TIMES.
               10 ctr-txns     PIC 9(4).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM READ-CTR-CONFIG.
           MOVE 0 TO sweepDate
           DISPLAY "Business date to sweep (YYYYMMDD, 0=today): "
               WHEN "MARKER"
               WHEN "MARKPAY"
               WHEN "ESCHEAT"
               WHEN "MARKWOFF"
                   CONTINUE
               WHEN OTHER
                   PERFORM FIND-CTR-PLAYER
                   MOVE ctr-cash-in(p)  TO cte-cash-in
                   MOVE ctr-cash-out(p) TO cte-cash-out
                   MOVE ctr-txns(p)     TO cte-txns
                   PERFORM FETCH-CTR-IDENTITY
                   WRITE ctr-extract-record
                   MOVE "CTR REPORT" TO opsEvent
                   MOVE SPACES TO opsDetail
               END-IF
           END-PERFORM
           CLOSE ctr-extract-file
           MOVE 'R' TO rptMode
           MOVE "CTREXT" TO rptType
           MOVE extractName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile sweepDate
               opsProgram rptRecords
           IF totalPlayers = 0
               DISPLAY "No cage activity for that date."
           END-IF
           MOVE extractRows TO cntDisp
           DISPLAY cntDisp " reportable aggregates written to "
               extractName
           IF idMissing > 0
               MOVE idMissing TO cntDisp
               DISPLAY cntDisp " reportable players have no identity "
                   "on file - enroll them at the cage before filing."
           END-IF.

       FETCH-CTR-IDENTITY.
           MOVE SPACES TO cte-full-name
           MOVE 0      TO cte-birth-date
           MOVE SPACES TO cte-id-type
           MOVE SPACES TO cte-id-number
           MOVE SPACES TO cte-address
           MOVE SPACES TO cte-tax-id
           MOVE 'N' TO playerFound
           OPEN INPUT player-id-file
           IF playerid-status = "00"
               MOVE ctr-name(p) TO pid-name
               READ player-id-file KEY IS pid-name
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO playerFound
                       MOVE pid-full-name  TO cte-full-name
                       MOVE pid-birth-date TO cte-birth-date
                       MOVE pid-id-type    TO cte-id-type
                       MOVE pid-id-number  TO cte-id-number
                       MOVE pid-address    TO cte-address
                       MOVE pid-tax-id     TO cte-tax-id
               END-READ
               CLOSE player-id-file
           END-IF
           IF playerFound = 'N'
               ADD 1 TO idMissing
               DISPLAY "     " ctr-name(p) " has no identity on file"
               MOVE "CTR NO ID" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING ctr-name(p) " not enrolled"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.
