               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS marker-status.
           SELECT player-id-file ASSIGN TO "playerid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pid-name
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS playerid-status.
           SELECT offer-file ASSIGN TO "offer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ofr-key
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS offer-status.
           SELECT jackpot-config-file ASSIGN TO "jackpotcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS jackpotcfg-status.
           SELECT comp-post-file ASSIGN TO "comppost.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cp-ref
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS comppost-status.
           SELECT comp-seq-file ASSIGN TO "compseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS compseq-status.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER         PIC X.
           02 mk-outstanding PIC 9(5)V99.

       FD player-id-file.
       COPY "playerid.cpy".

       FD offer-file.
       COPY "offer.cpy".

       FD jackpot-config-file.
       01 jackpot-config-record.
           02 jcfg-threshold PIC 9(5)V99.
           02 FILLER         PIC X.
           02 jcfg-code      PIC X(4).

       FD comp-post-file.
       COPY "comppost.cpy".

       FD comp-seq-file.
       01 comp-seq-record.
           02 cpseq-next     PIC 9(8).

       WORKING-STORAGE SECTION.

       01 account-status   PIC 99.
       01 cageLedgerOutcome PIC X(4) VALUE SPACES.
       01 redeemPoints     PIC 9(7) VALUE 0.
       01 redeemDollars    PIC 9(5) VALUE 0.
       01 redeemTo         PIC 9 VALUE 1.
       01 redeemType       PIC X(6) VALUE "REDEEM".
       01 comppost-status  PIC 99.
       01 compseq-status   PIC 99.
       01 postRef          PIC 9(8) VALUE 0.
       01 postTime         PIC 9(8) VALUE 0.
       01 roomFolio        PIC X(10) VALUE SPACES.
       01 roomOutlet       PIC X(6) VALUE SPACES.
       01 roomClerk        PIC XXX VALUE SPACES.
       01 roomPosted       PIC X VALUE 'N'.
       01 compDisp         PIC ZZZZZZ9.
       01 lockRetries      PIC 99 VALUE 0.
       01 newLossCap       PIC 9(5) VALUE 0.
       01 opsProgram       PIC X(8) VALUE "CASHIER".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 seatMode         PIC X VALUE 'Q'.
       01 seatTable        PIC 9 VALUE 0.
       01 seatResult       PIC XX VALUE SPACES.
       01 seatCount        PIC 9(4) VALUE 0.
       01 cageChoice       PIC 99 VALUE 0.
       01 cageDone         PIC X VALUE 'N'.
       01 playerName       PIC XXX VALUE SPACES.
       01 drwAmtDisp       PIC ZZZZZZ9.99.
       01 drwNetDisp       PIC -ZZZZZZ9.99.
       01 marker-status    PIC 99.
       01 playerid-status  PIC 99.
       01 offer-status     PIC 99.
       01 offerCode        PIC X(8) VALUE SPACES.
       01 offerClerk       PIC XXX VALUE SPACES.
       01 offerFound       PIC X VALUE 'N'.
       01 offerScanDone    PIC X VALUE 'N'.
       01 jackpotcfg-status PIC 99.
       01 supervisorCode   PIC X(4) VALUE "7777".
       01 superInit        PIC XXX VALUE SPACES.
       01 superCodeIn      PIC X(4) VALUE SPACES.
       01 approvedFlag     PIC X VALUE 'N'.
       01 codeTries        PIC 9 VALUE 0.
       01 idValid          PIC X VALUE 'N'.
       01 idReason         PIC X(12) VALUE SPACES.
       01 idFound          PIC X VALUE 'N'.
       01 minimumAge       PIC 99 VALUE 21.
       01 newFullName      PIC X(30) VALUE SPACES.
       01 newBirthDate     PIC 9(8) VALUE 0.
       01 newIdType        PIC X(8) VALUE SPACES.
       01 newIdNumber      PIC X(20) VALUE SPACES.
       01 newIdExpiry      PIC 9(8) VALUE 0.
       01 newAddress       PIC X(40) VALUE SPACES.
       01 newTaxId         PIC X(11) VALUE SPACES.
       01 newEnrolled      PIC 9(8) VALUE 0.
       01 entryText        PIC X(40) VALUE SPACES.
       01 entryDate        PIC 9(8) VALUE 0.
       01 shiftTime        PIC 9(8) VALUE 0.
       01 shiftHour        PIC 99 VALUE 0.
       01 shiftCode        PIC 9 VALUE 1.
               10 mkw-outstanding PIC 9(5)V99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM UNTIL cageDone = 'Y'
               DISPLAY " "
               DISPLAY "===== CASHIER CAGE ====="
                   "9=Exit"
               DISPLAY "10=Issue marker 11=Repay marker "
                   "12=Marker aging 13=Credit limit"
               DISPLAY "14=Player identity 15=Write off marker "
                   "16=Redeem offer"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT cageChoice
               EVALUATE cageChoice
                       PERFORM MARKER-AGING
                   WHEN 13
                       PERFORM SET-CREDIT-LIMIT
                   WHEN 14
                       PERFORM MAINTAIN-PLAYER-ID
                   WHEN 15
                       PERFORM MARKER-WRITE-OFF
                   WHEN 16
                       PERFORM REDEEM-OFFER
                   WHEN 9
                       MOVE 'Y' TO cageDone
                   WHEN OTHER
           ACCEPT playerName
           MOVE 0 TO cashAmt
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT cashAmt
           IF playerName NOT = SPACES AND cashAmt NOT = 0
               PERFORM CHECK-PLAYER-ID
               IF idValid = 'N'
                   MOVE SPACES TO playerName
               END-IF
           END-IF
           IF playerName NOT = SPACES AND cashAmt NOT = 0
               PERFORM CHECK-PLAYER-SEATED
           END-IF.

       CHECK-PLAYER-SEATED.
           MOVE 'Q' TO seatMode
           MOVE 0 TO seatTable
           CALL "SEATREG" USING seatMode playerName seatTable
               opsProgram seatResult seatCount
           IF seatResult = "SE"
               DISPLAY "Player " playerName " is seated at table "
                   seatTable " - no account changes until they "
                   "leave the table."
               MOVE "SEATED" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING playerName " blocked table " seatTable
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               MOVE SPACES TO playerName
           END-IF
           IF seatResult = "ER"
               DISPLAY "Seat registry unavailable - no account changes "
                   "until it is back."
               MOVE "SEAT ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING playerName " registry unavailable"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               MOVE SPACES TO playerName
           END-IF.

       CAGE-DEPOSIT.
           PERFORM GET-PLAYER-AND-AMOUNT
               MOVE cageLedgerOutcome TO lix-outcome
               MOVE acct-bal TO lix-balance
               MOVE 0 TO lix-table
               MOVE 0 TO lix-roll
               MOVE cashAmt TO lix-stake
               PERFORM COMPUTE-SHIFT
               MOVE shiftCode TO lix-shift
               COMPUTE lix-time = shiftTime / 100
               ADD 1 TO ledgerSeq
               MOVE ledgerSeq TO lix-seq
               MOVE 0 TO ledgerWriteTries
               DISPLAY "No cash journal on file."
           ELSE
               DISPLAY "===== STATEMENT FOR " playerName " ====="
               PERFORM FETCH-PLAYER-ID
               IF idFound = 'Y'
                   DISPLAY newFullName
                   DISPLAY newAddress
               ELSE
                   DISPLAY "(no identity on file)"
               END-IF
               DISPLAY "DATE     TYPE     AMOUNT  BALANCE"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
           DISPLAY "Points to redeem (100 pts = 1 dollar): "
               WITH NO ADVANCING
           ACCEPT redeemPoints
           MOVE 1 TO redeemTo
           DISPLAY "Redeem to 1=Cash balance 2=Hotel room folio: "
               WITH NO ADVANCING
           ACCEPT redeemTo
           IF redeemTo = 2
               PERFORM GET-ROOM-FOLIO
           END-IF
           IF playerName NOT = SPACES AND redeemPoints NOT < 100
               PERFORM CHECK-PLAYER-ID
               IF idValid = 'N'
                   MOVE SPACES TO playerName
               END-IF
           END-IF
           IF playerName NOT = SPACES AND redeemPoints NOT < 100
               PERFORM CHECK-PLAYER-SEATED
           END-IF
           IF playerName = SPACES OR redeemPoints < 100
               DISPLAY "Nothing done."
           ELSE
                               COMPUTE redeemPoints =
                                   redeemDollars * 100
                               SUBTRACT redeemPoints FROM acct-comp
                               IF redeemTo = 2
                                   PERFORM POST-COMP-TO-ROOM
                               ELSE
                                   PERFORM REDEEM-COMP-TO-CASH
                               END-IF
                           END-IF
                   END-READ
                   CLOSE account-file
               END-IF
           END-IF.

       GET-ROOM-FOLIO.
           MOVE SPACES TO roomFolio
           DISPLAY "Hotel room/folio number: " WITH NO ADVANCING
           ACCEPT roomFolio
           MOVE SPACES TO roomOutlet
           DISPLAY "Outlet (blank=ROOM): " WITH NO ADVANCING
           ACCEPT roomOutlet
           IF roomOutlet = SPACES
               MOVE "ROOM" TO roomOutlet
           END-IF
           MOVE SPACES TO roomClerk
           DISPLAY "Clerk initials: " WITH NO ADVANCING
           ACCEPT roomClerk
           IF roomFolio = SPACES OR roomClerk = SPACES
               DISPLAY "Folio number and clerk initials are required."
               MOVE SPACES TO playerName
           END-IF.

       REDEEM-COMP-TO-CASH.
           ADD redeemDollars TO acct-bal
           REWRITE account-record
           MOVE "REDEEM" TO redeemType
           PERFORM WRITE-REDEEM-JOURNAL
           MOVE redeemDollars TO cashAmt
           MOVE "COMPRDM " TO cj-type
           PERFORM WRITE-CASH-JOURNAL
           MOVE "COMPRDM" TO cageLedgerType
           MOVE "ADD " TO cageLedgerOutcome
           PERFORM WRITE-CAGE-LEDGER
           MOVE "COMP REDEEM" TO opsEvent
           PERFORM LOG-CAGE-EVENT
           MOVE acct-bal TO balDisp
           DISPLAY "New balance for " playerName ": " balDisp.

       POST-COMP-TO-ROOM.
           MOVE 'N' TO roomPosted
           PERFORM NEXT-POSTING-REF
           PERFORM OPEN-COMP-POST-FILE
           IF comppost-status = "00"
               ACCEPT postTime FROM TIME
               MOVE SPACES        TO comp-post-record
               MOVE postRef       TO cp-ref
               MOVE todayDate     TO cp-date
               COMPUTE cp-time = postTime / 100
               MOVE playerName    TO cp-name
               MOVE roomFolio     TO cp-folio
               MOVE roomOutlet    TO cp-outlet
               MOVE redeemPoints  TO cp-points
               MOVE redeemDollars TO cp-value
               MOVE roomClerk     TO cp-clerk
               MOVE 'N'           TO cp-status
               MOVE 0             TO cp-sent-date
               MOVE 0             TO cp-ack-date
               WRITE comp-post-record
                   INVALID KEY
                       DISPLAY "Posting reference " postRef
                           " already on file."
                   NOT INVALID KEY
                       MOVE 'Y' TO roomPosted
               END-WRITE
               CLOSE comp-post-file
           END-IF
           IF roomPosted = 'Y'
               REWRITE account-record
               MOVE "RMPOST" TO redeemType
               PERFORM WRITE-REDEEM-JOURNAL
               MOVE "COMP ROOM" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING playerName " " postRef " " roomFolio
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               MOVE redeemDollars TO balDisp
               DISPLAY "Posted " balDisp " to folio " roomFolio
                   " ref " postRef " - pending hotel send."
               MOVE acct-comp TO compDisp
               DISPLAY "Comp points left for " playerName ": "
                   compDisp
           ELSE
               ADD redeemPoints TO acct-comp
               DISPLAY "Room posting not recorded - nothing done."
           END-IF.

       NEXT-POSTING-REF.
           MOVE 1 TO postRef
           OPEN I-O comp-seq-file
           EVALUATE compseq-status
               WHEN "00"
                   READ comp-seq-file
                       AT END
                           CLOSE comp-seq-file
                           OPEN OUTPUT comp-seq-file
                           COMPUTE cpseq-next = postRef + 1
                           WRITE comp-seq-record
                       NOT AT END
                           MOVE cpseq-next TO postRef
                           COMPUTE cpseq-next = postRef + 1
                           REWRITE comp-seq-record
                   END-READ
                   CLOSE comp-seq-file
               WHEN "35"
                   OPEN OUTPUT comp-seq-file
                   COMPUTE cpseq-next = postRef + 1
                   WRITE comp-seq-record
                   CLOSE comp-seq-file
               WHEN OTHER
                   CLOSE comp-seq-file
           END-EVALUATE.

       OPEN-COMP-POST-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O comp-post-file
           PERFORM UNTIL (comppost-status NOT = "93"
               AND comppost-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O comp-post-file
           END-PERFORM
           IF comppost-status = "35"
               OPEN OUTPUT comp-post-file
               CLOSE comp-post-file
               OPEN I-O comp-post-file
           END-IF
           IF comppost-status NOT = "00"
               DISPLAY "Error opening comp postings, status: "
                   comppost-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "comppost open status " comppost-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       SET-LIMITS.
           MOVE SPACES TO playerName
           DISPLAY "Player name (3 chars): " WITH NO ADVANCING
           MOVE SPACES     TO comp-journal-record
           MOVE todayDate  TO cpj-date
           MOVE playerName TO cpj-name
           MOVE redeemType TO cpj-type
           MOVE redeemPoints TO cpj-points
           MOVE acct-comp  TO cpj-balance
           OPEN EXTEND comp-journal-file
                               WHEN "MARKPAY"
                                   ADD cj-amount TO totalCreditIn
                               WHEN "ESCHEAT"
                               WHEN "MARKWOFF"
                                   CONTINUE
                               WHEN OTHER
                                   ADD cj-amount TO totalCashIn
                               WHEN "MARKER"
                               WHEN "MARKPAY"
                               WHEN "ESCHEAT"
                               WHEN "MARKWOFF"
                                   CONTINUE
                               WHEN OTHER
                                   ADD cj-amount TO drawerJrnlIn
                       "repayment not applied. Purge settled "
                       "markers first."
               ELSE
                   PERFORM OPEN-ACCOUNT-FILE
                   IF account-status = "00"
                       MOVE playerName TO acct-name
                       READ account-file KEY IS acct-name
                           INVALID KEY
                               DISPLAY "No such account."
                           NOT INVALID KEY
                               IF cashAmt > acct-marker
                                   DISPLAY "More than is outstanding."
                               ELSE
                                   IF cashAmt > acct-bal
                                       DISPLAY "Insufficient funds."
                                   ELSE
                                       SUBTRACT cashAmt FROM acct-bal
                                       SUBTRACT cashAmt FROM acct-marker
                                       REWRITE account-record
                                       MOVE "MARKPAY " TO cj-type
                                       PERFORM WRITE-CASH-JOURNAL
                                       MOVE "MARKPAY" TO cageLedgerType
                                       MOVE "WDRW" TO cageLedgerOutcome
                                       PERFORM WRITE-CAGE-LEDGER
                                       PERFORM APPLY-MARKER-PAYMENT
                                       MOVE "MARKER PAY" TO opsEvent
                                       PERFORM LOG-CAGE-EVENT
                                       MOVE acct-marker TO balDisp
                                       DISPLAY "Marker outstanding: "
                                           balDisp
                                   END-IF
                               END-IF
                       END-READ
                       CLOSE account-file
                   END-IF
               END-IF
           END-IF.

       MARKER-WRITE-OFF.
           MOVE SPACES TO playerName
           DISPLAY "Player name (3 chars): " WITH NO ADVANCING
           ACCEPT playerName
           MOVE 0 TO cashAmt
           DISPLAY "Amount uncollectible: " WITH NO ADVANCING
           ACCEPT cashAmt
           IF playerName = SPACES OR cashAmt = 0
               DISPLAY "Nothing done."
           ELSE
               PERFORM LOAD-MARKER-TABLE
               IF markerOverflow = 'Y'
                   DISPLAY "Marker file has more than 200 rows - "
                       "write-off not applied. Purge settled "
                       "markers first."
               ELSE
                   PERFORM OPEN-ACCOUNT-FILE
                   IF account-status = "00"
                       MOVE playerName TO acct-name
                       READ account-file KEY IS acct-name
                           INVALID KEY
                               DISPLAY "No such account."
                           NOT INVALID KEY
                               IF cashAmt > acct-marker
                                   DISPLAY "More than is outstanding."
                               ELSE
                                   PERFORM GET-SUPERVISOR-APPROVAL
                                   IF approvedFlag = 'Y'
                                       SUBTRACT cashAmt FROM acct-marker
                                       REWRITE account-record
                                       MOVE "MARKWOFF" TO cj-type
                                       PERFORM WRITE-CASH-JOURNAL
                                       PERFORM APPLY-MARKER-PAYMENT
                                       MOVE "MARKER WOFF" TO opsEvent
                                       PERFORM LOG-CAGE-EVENT
                                       MOVE acct-marker TO balDisp
                                       DISPLAY "Marker outstanding: "
                                           balDisp
                                   ELSE
                                       DISPLAY "Not approved - no "
                                           "write-off."
                                   END-IF
                               END-IF
                       END-READ
                       CLOSE account-file
                   END-IF
               END-IF
           END-IF.

       LOAD-SUPERVISOR-CODE.
           OPEN INPUT jackpot-config-file
           IF jackpotcfg-status = "00"
               READ jackpot-config-file
                   NOT AT END
                       IF jcfg-code NOT = SPACES
                           MOVE jcfg-code TO supervisorCode
                       END-IF
               END-READ
               CLOSE jackpot-config-file
           END-IF.

       GET-SUPERVISOR-APPROVAL.
           PERFORM LOAD-SUPERVISOR-CODE
           MOVE 'N' TO approvedFlag
           MOVE 0 TO codeTries
           PERFORM UNTIL approvedFlag = 'Y' OR codeTries > 2
               MOVE SPACES TO superInit
               DISPLAY "Supervisor initials: " WITH NO ADVANCING
               ACCEPT superInit
               MOVE SPACES TO superCodeIn
               DISPLAY "Supervisor code:     " WITH NO ADVANCING
               ACCEPT superCodeIn
               IF superCodeIn = supervisorCode
               AND superInit NOT = SPACES
                   MOVE 'Y' TO approvedFlag
               ELSE
                   ADD 1 TO codeTries
                   DISPLAY "Invalid code."
               END-IF
           END-PERFORM.

       LOAD-MARKER-TABLE.
           MOVE 0 TO markerCount
           MOVE 'N' TO markerOverflow
                   CLOSE account-file
               END-IF
           END-IF.

       FETCH-PLAYER-ID.
           MOVE 'N' TO idFound
           MOVE SPACES TO newFullName
           MOVE 0 TO newBirthDate
           MOVE SPACES TO newIdType
           MOVE SPACES TO newIdNumber
           MOVE 0 TO newIdExpiry
           MOVE SPACES TO newAddress
           MOVE SPACES TO newTaxId
           MOVE 0 TO newEnrolled
           OPEN INPUT player-id-file
           IF playerid-status = "00"
               MOVE playerName TO pid-name
               READ player-id-file KEY IS pid-name
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO idFound
                       MOVE pid-full-name  TO newFullName
                       MOVE pid-birth-date TO newBirthDate
                       MOVE pid-id-type    TO newIdType
                       MOVE pid-id-number  TO newIdNumber
                       MOVE pid-id-expiry  TO newIdExpiry
                       MOVE pid-address    TO newAddress
                       MOVE pid-tax-id     TO newTaxId
                       MOVE pid-enrolled   TO newEnrolled
               END-READ
               CLOSE player-id-file
           END-IF.

       CHECK-PLAYER-ID.
           MOVE 'N' TO idValid
           MOVE SPACES TO idReason
           PERFORM FETCH-PLAYER-ID
           EVALUATE TRUE
               WHEN idFound = 'N'
                   MOVE "NOT ENROLLED" TO idReason
               WHEN newIdNumber = SPACES
                   MOVE "NO ID NUMBER" TO idReason
               WHEN newIdExpiry < todayDate
                   MOVE "ID EXPIRED" TO idReason
               WHEN OTHER
                   MOVE 'Y' TO idValid
           END-EVALUATE
           IF idValid = 'N'
               DISPLAY "Cage transaction blocked for " playerName
                   ": " idReason
               DISPLAY "Update the player identity first "
                   "(option 14)."
               MOVE "ID BLOCK" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING playerName " " idReason
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       OPEN-PLAYER-ID-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O player-id-file
           PERFORM UNTIL (playerid-status NOT = "93"
               AND playerid-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O player-id-file
           END-PERFORM
           IF playerid-status = "35"
               OPEN OUTPUT player-id-file
               CLOSE player-id-file
               OPEN I-O player-id-file
           END-IF
           IF playerid-status NOT = "00"
               DISPLAY "Error opening player identity file, status: "
                   playerid-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "playerid open status " playerid-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       SHOW-PLAYER-ID.
           DISPLAY "Full name:    " newFullName
           DISPLAY "Birth date:   " newBirthDate
           DISPLAY "ID type/no:   " newIdType " " newIdNumber
           DISPLAY "ID expiry:    " newIdExpiry
           DISPLAY "Address:      " newAddress
           DISPLAY "Tax id:       " newTaxId
           DISPLAY "Enrolled:     " newEnrolled.

       MAINTAIN-PLAYER-ID.
           MOVE SPACES TO playerName
           DISPLAY "Player name (3 chars): " WITH NO ADVANCING
           ACCEPT playerName
           IF playerName = SPACES
               DISPLAY "Nothing done."
           ELSE
               PERFORM FETCH-PLAYER-ID
               IF idFound = 'Y'
                   DISPLAY "===== IDENTITY FOR " playerName " ====="
                   PERFORM SHOW-PLAYER-ID
                   DISPLAY "Press enter (or 0 for dates) to keep "
                       "a value."
               ELSE
                   DISPLAY "===== NEW ENROLLMENT FOR " playerName
                       " ====="
               END-IF
               PERFORM GET-PLAYER-ID-FIELDS
               PERFORM VALIDATE-PLAYER-ID
               IF idValid = 'N'
                   DISPLAY "Identity not saved: " idReason
               ELSE
                   PERFORM SAVE-PLAYER-ID
               END-IF
           END-IF.

       GET-PLAYER-ID-FIELDS.
           MOVE SPACES TO entryText
           DISPLAY "Full legal name:        " WITH NO ADVANCING
           ACCEPT entryText
           IF entryText NOT = SPACES
               MOVE entryText TO newFullName
           END-IF
           MOVE 0 TO entryDate
           DISPLAY "Date of birth YYYYMMDD: " WITH NO ADVANCING
           ACCEPT entryDate
           IF entryDate NOT = 0
               MOVE entryDate TO newBirthDate
           END-IF
           MOVE SPACES TO entryText
           DISPLAY "ID type (DL/PASSPORT):  " WITH NO ADVANCING
           ACCEPT entryText
           IF entryText NOT = SPACES
               MOVE entryText TO newIdType
           END-IF
           MOVE SPACES TO entryText
           DISPLAY "ID number:              " WITH NO ADVANCING
           ACCEPT entryText
           IF entryText NOT = SPACES
               MOVE entryText TO newIdNumber
           END-IF
           MOVE 0 TO entryDate
           DISPLAY "ID expiry YYYYMMDD:     " WITH NO ADVANCING
           ACCEPT entryDate
           IF entryDate NOT = 0
               MOVE entryDate TO newIdExpiry
           END-IF
           MOVE SPACES TO entryText
           DISPLAY "Address:                " WITH NO ADVANCING
           ACCEPT entryText
           IF entryText NOT = SPACES
               MOVE entryText TO newAddress
           END-IF
           MOVE SPACES TO entryText
           DISPLAY "Tax id:                 " WITH NO ADVANCING
           ACCEPT entryText
           IF entryText NOT = SPACES
               MOVE entryText TO newTaxId
           END-IF.

       VALIDATE-PLAYER-ID.
           MOVE 'N' TO idValid
           MOVE SPACES TO idReason
           EVALUATE TRUE
               WHEN newFullName = SPACES
                   MOVE "NO NAME" TO idReason
               WHEN newBirthDate < 19000101
               OR newBirthDate > todayDate
                   MOVE "BAD BIRTH" TO idReason
               WHEN todayDate - newBirthDate < minimumAge * 10000
                   MOVE "UNDER AGE" TO idReason
               WHEN newIdType = SPACES OR newIdNumber = SPACES
                   MOVE "NO ID" TO idReason
               WHEN newIdExpiry < todayDate
                   MOVE "ID EXPIRED" TO idReason
               WHEN newAddress = SPACES
                   MOVE "NO ADDRESS" TO idReason
               WHEN OTHER
                   MOVE 'Y' TO idValid
           END-EVALUATE.

       SAVE-PLAYER-ID.
           PERFORM OPEN-PLAYER-ID-FILE
           IF playerid-status = "00"
               MOVE playerName TO pid-name
               READ player-id-file KEY IS pid-name
                   INVALID KEY
                       MOVE SPACES TO player-id-record
                       MOVE playerName TO pid-name
                       PERFORM MOVE-NEW-TO-PLAYER-ID
                       MOVE todayDate TO pid-enrolled
                       WRITE player-id-record
                       MOVE "ID ENROLL" TO opsEvent
                   NOT INVALID KEY
                       PERFORM MOVE-NEW-TO-PLAYER-ID
                       REWRITE player-id-record
                       MOVE "ID UPDATE" TO opsEvent
               END-READ
               CLOSE player-id-file
               MOVE SPACES TO opsDetail
               STRING playerName " " newIdType
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               DISPLAY "Identity saved for " playerName "."
           END-IF.

       MOVE-NEW-TO-PLAYER-ID.
           MOVE newFullName  TO pid-full-name
           MOVE newBirthDate TO pid-birth-date
           MOVE newIdType    TO pid-id-type
           MOVE newIdNumber  TO pid-id-number
           MOVE newIdExpiry  TO pid-id-expiry
           MOVE newAddress   TO pid-address
           MOVE newTaxId     TO pid-tax-id
           MOVE todayDate    TO pid-updated.

       OPEN-OFFER-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O offer-file
           PERFORM UNTIL (offer-status NOT = "93"
               AND offer-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O offer-file
           END-PERFORM
           IF offer-status NOT = "00"
               DISPLAY "Error opening offer file, status: "
                   offer-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "offer open status " offer-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       REDEEM-OFFER.
           MOVE SPACES TO playerName
           DISPLAY "Player name (3 chars): " WITH NO ADVANCING
           ACCEPT playerName
           MOVE SPACES TO offerCode
           DISPLAY "Offer code: " WITH NO ADVANCING
           ACCEPT offerCode
           MOVE SPACES TO offerClerk
           DISPLAY "Clerk initials: " WITH NO ADVANCING
           ACCEPT offerClerk
           IF playerName = SPACES OR offerCode = SPACES
           OR offerClerk = SPACES
               DISPLAY "Player, offer code and clerk are required."
           ELSE
               PERFORM OPEN-OFFER-FILE
               IF offer-status = "00"
                   PERFORM FIND-PLAYER-OFFER
                   CLOSE offer-file
               END-IF
           END-IF.

       FIND-PLAYER-OFFER.
           MOVE 'N' TO offerFound
           MOVE 'N' TO offerScanDone
           MOVE playerName TO ofr-player
           MOVE LOW-VALUES TO ofr-campaign
           START offer-file KEY IS >= ofr-key
               INVALID KEY
                   MOVE 'Y' TO offerScanDone
           END-START
           PERFORM UNTIL offerScanDone = 'Y'
               READ offer-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO offerScanDone
                   NOT AT END
                       IF ofr-player NOT = playerName
                           MOVE 'Y' TO offerScanDone
                       ELSE
                           IF ofr-code = offerCode
                           AND ofr-group = 'M'
                           AND ofr-redeemed = 0
                           AND ofr-expiry >= todayDate
                               MOVE 'Y' TO offerFound
                               MOVE 'Y' TO offerScanDone
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF offerFound = 'N'
               DISPLAY "No open offer " offerCode " for "
                   playerName "."
           ELSE
               MOVE todayDate  TO ofr-redeemed
               MOVE offerClerk TO ofr-clerk
               REWRITE offer-record
                   INVALID KEY
                       DISPLAY "Offer could not be updated."
                   NOT INVALID KEY
                       DISPLAY "Offer " offerCode " redeemed for "
                           playerName " (campaign " ofr-campaign ")."
                       MOVE "OFFER REDEEM" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING playerName " " ofr-campaign " "
                           offerCode " " offerClerk
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
               END-REWRITE
           END-IF.
