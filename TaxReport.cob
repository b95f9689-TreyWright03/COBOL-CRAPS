               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS taxcfg-status.
           SELECT player-id-file ASSIGN TO "playerid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pid-name
               FILE STATUS IS playerid-status.
           SELECT tax-extract-file ASSIGN TO DYNAMIC extractName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       01 tax-config-record.
           02 txc-threshold PIC 9(5)V99.

       FD player-id-file.
       COPY "playerid.cpy".

       FD tax-extract-file.
       01 tax-extract-record.
           02 FILLER        PIC X.
           02 txe-name      PIC XXX.
           02 FILLER        PIC X.
           02 txe-full-name PIC X(30).
           02 FILLER        PIC X.
           02 txe-tax-id    PIC X(11).
           02 FILLER        PIC X.
           02 txe-total     PIC 9(8)V99.
           02 FILLER        PIC X.
           02 txe-slips     PIC 9(4).
           02 FILLER        PIC X.
           02 txe-address   PIC X(40).

       WORKING-STORAGE SECTION.

       01 slips-status     PIC 99.
       01 taxcfg-status    PIC 99.
       01 playerid-status  PIC 99.
       01 extract-status   PIC 99.
       01 extractName      PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 i                PIC 9(3) VALUE 0.
       01 slipCount        PIC 9(4) VALUE 0.
       01 extractRows      PIC 9(4) VALUE 0.
       01 amtDisp          PIC ZZZZ9.99.
       01 totDisp          PIC ZZZZZZZ9.99.
       01 cntDisp          PIC ZZZ9.
       01 opsProgram       PIC X(8) VALUE "TAXRPT".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 rptBusDate       PIC 9(8) VALUE 0.

       01 ytd-table.
           05 ytd-entry OCCURS 100 TIMES.
               10 ytd-slips   PIC 9(4).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-TAX-CONFIG.
           MOVE 0 TO taxYear
           DISPLAY "Tax year (YYYY, 0=current): " WITH NO ADVANCING
               DISPLAY "===== JACKPOT TAX REPORTING " taxYear " ====="
               MOVE taxThreshold TO amtDisp
               DISPLAY "Reporting threshold: " amtDisp
               DISPLAY "1=Review slips and check payee identity"
               DISPLAY "2=Year-to-date totals by player"
               DISPLAY "3=Year-end extract of reportable wins"
               DISPLAY "9=Exit"

       CHECK-PAYEE-DETAILS.
           MOVE 'N' TO payeeFound
           OPEN INPUT player-id-file
           IF playerid-status = "00"
               MOVE slip-name TO pid-name
               READ player-id-file KEY IS pid-name
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF pid-tax-id NOT = SPACES
                           MOVE 'Y' TO payeeFound
                       END-IF
               END-READ
               CLOSE player-id-file
           END-IF
           IF payeeFound = 'N'
               DISPLAY "No identity or tax id on file for "
                   slip-name " - enroll the player at the cage."
               MOVE "PAYEE NO ID" TO opsEvent
               MOVE slip-name TO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       ACCUMULATE-YTD.
               END-IF
           END-PERFORM
           CLOSE tax-extract-file
           COMPUTE rptBusDate = taxYear * 10000 + 1231
           MOVE 'R' TO rptMode
           MOVE "TAXEXT" TO rptType
           MOVE extractName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile rptBusDate
               opsProgram rptRecords
           MOVE extractRows TO cntDisp
           DISPLAY "Wrote " cntDisp " rows to " extractName
           MOVE "TAX EXTRACT" TO opsEvent
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       FETCH-PAYEE-FOR-EXTRACT.
           MOVE SPACES TO txe-address
           OPEN INPUT player-id-file
           IF playerid-status = "00"
               MOVE ytd-name(p) TO pid-name
               READ player-id-file KEY IS pid-name
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE pid-full-name TO txe-full-name
                       MOVE pid-tax-id    TO txe-tax-id
                       MOVE pid-address   TO txe-address
               END-READ
               CLOSE player-id-file
           END-IF.
