               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT payee-file ASSIGN TO "payee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS payee-status.
           SELECT player-id-file ASSIGN TO "playerid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pid-name
               FILE STATUS IS playerid-status.

       DATA DIVISION.
       FILE SECTION.
       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD payee-file.
       01 payee-record.
           02 pay-name      PIC XXX.
           02 FILLER        PIC X.
           02 pay-full-name PIC X(25).
           02 FILLER        PIC X.
           02 pay-address   PIC X(30).
           02 FILLER        PIC X.
           02 pay-tax-id    PIC X(11).

       FD player-id-file.
       COPY "playerid.cpy".

       WORKING-STORAGE SECTION.

       01 high-status      PIC 99.
       01 acctbak-status   PIC 99.
       01 ledger-status    PIC 99.
       01 ledgerix-status  PIC 99.
       01 payee-status     PIC 99.
       01 playerid-status  PIC 99.
       01 todayDate        PIC 9(8) VALUE 0.
       01 ledgerSeq        PIC 9(6) VALUE 0.
       01 ledgerWritten    PIC X VALUE 'N'.
       01 ledgerWriteTries PIC 9(4) VALUE 0.
                   "keyed ledger"
               DISPLAY "10=Unload prior-layout account "
                   "(pre-credit-limit 33-byte records)"
               DISPLAY "11=Load payee.dat into the player identity "
                   "master"
               DISPLAY "9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT fixChoice
                       PERFORM MIGRATE-LEGACY-LEDGER
                   WHEN 10
                       PERFORM UNLOAD-PRIOR-ACCOUNT
                   WHEN 11
                       PERFORM MIGRATE-PAYEE-FILE
                   WHEN 9
                       MOVE 'Y' TO fixDone
                   WHEN OTHER
           ELSE
               MOVE 0 TO lix-shift
           END-IF
           IF ledger-roll IS NUMERIC
               MOVE ledger-roll TO lix-roll
           ELSE
               MOVE 0 TO lix-roll
           END-IF
           IF ledger-stake IS NUMERIC
               MOVE ledger-stake TO lix-stake
           ELSE
               MOVE ledger-amount TO lix-stake
           END-IF
           MOVE ledger-dealer TO lix-dealer
           MOVE ledger-promo  TO lix-promo
           MOVE ledger-variant TO lix-variant
           IF ledger-time IS NUMERIC
               MOVE ledger-time TO lix-time
           ELSE
               MOVE 0 TO lix-time
           END-IF
           ADD 1 TO ledgerSeq
           MOVE ledgerSeq TO lix-seq
           MOVE 0 TO ledgerWriteTries
           ELSE
               ADD 1 TO errorCount
           END-IF.

       MIGRATE-PAYEE-FILE.
           MOVE 0 TO recordCount
           MOVE 0 TO errorCount
           CALL "GAMEDAY" USING todayDate
           OPEN INPUT payee-file
           IF payee-status NOT = "00"
               DISPLAY "No payee.dat to load, status: " payee-status
           ELSE
               OPEN I-O player-id-file
               IF playerid-status = "35"
                   OPEN OUTPUT player-id-file
                   CLOSE player-id-file
                   OPEN I-O player-id-file
               END-IF
               IF playerid-status NOT = "00"
                   DISPLAY "Cannot open playerid.dat, status: "
                       playerid-status
                   CLOSE payee-file
               ELSE
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ payee-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           PERFORM LOAD-ONE-PAYEE
                       END-READ
                   END-PERFORM
                   CLOSE player-id-file
                   CLOSE payee-file
                   MOVE recordCount TO cntDisp
                   DISPLAY "Loaded " cntDisp
                       " payees into playerid.dat."
                   MOVE errorCount TO cntDisp
                   DISPLAY "Already enrolled (left as is): " cntDisp
                   DISPLAY "Loaded players still need ID type, "
                       "number and expiry captured at the cage."
               END-IF
           END-IF.

       LOAD-ONE-PAYEE.
           MOVE pay-name TO pid-name
           READ player-id-file KEY IS pid-name
               INVALID KEY
                   MOVE SPACES        TO player-id-record
                   MOVE pay-name      TO pid-name
                   MOVE pay-full-name TO pid-full-name
                   MOVE 0             TO pid-birth-date
                   MOVE 0             TO pid-id-expiry
                   MOVE pay-address   TO pid-address
                   MOVE pay-tax-id    TO pid-tax-id
                   MOVE todayDate     TO pid-enrolled
                   MOVE todayDate     TO pid-updated
                   WRITE player-id-record
                   ADD 1 TO recordCount
               NOT INVALID KEY
                   ADD 1 TO errorCount
           END-READ.
