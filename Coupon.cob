       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUPON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT coupon-file ASSIGN TO "coupon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cpn-serial
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS coupon-status.
           SELECT coupon-seq-file ASSIGN TO "cpnseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cpnseq-status.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-name
               FILE STATUS IS account-status.
           SELECT coupon-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD coupon-file.
       COPY "coupon.cpy".

       FD coupon-seq-file.
       01 coupon-seq-record.
           02 cseq-next        PIC 9(8).

       FD account-file.
       COPY "acctrec.cpy".

       FD coupon-report-file.
       01 coupon-report-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 coupon-status    PIC 99.
       01 cpnseq-status    PIC 99.
       01 account-status   PIC 99.
       01 report-status    PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 todayInteger     PIC 9(8) VALUE 0.
       01 couponChoice     PIC 9 VALUE 0.
       01 couponDone       PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 issuePlayer      PIC XXX VALUE SPACES.
       01 issueType        PIC X VALUE SPACE.
       01 issueFace        PIC 9(5)V99 VALUE 0.
       01 issueDays        PIC 999 VALUE 0.
       01 issueQty         PIC 99 VALUE 0.
       01 issueInit        PIC XXX VALUE SPACES.
       01 issueExpiry      PIC 9(8) VALUE 0.
       01 issueCount       PIC 99 VALUE 0.
       01 issueOk          PIC X VALUE 'N'.
       01 nextSerial       PIC 9(8) VALUE 0.
       01 firstSerial      PIC 9(8) VALUE 0.
       01 writeTries       PIC 9(4) VALUE 0.
       01 cpnWritten       PIC X VALUE 'N'.
       01 workSerial       PIC 9(8) VALUE 0.
       01 expiredCount     PIC 9(5) VALUE 0.
       01 fromDate         PIC 9(8) VALUE 0.
       01 toDate           PIC 9(8) VALUE 0.
       01 redeemCount      PIC 9(5) VALUE 0.
       01 redeemFace       PIC 9(7)V99 VALUE 0.
       01 promoAllowance   PIC 9(7)V99 VALUE 0.
       01 expireCount      PIC 9(5) VALUE 0.
       01 expireFace       PIC 9(7)V99 VALUE 0.
       01 voidCount        PIC 9(5) VALUE 0.
       01 voidFace         PIC 9(7)V99 VALUE 0.
       01 openCount        PIC 9(5) VALUE 0.
       01 openFace         PIC 9(7)V99 VALUE 0.
       01 staleCount       PIC 9(5) VALUE 0.
       01 reportSection    PIC X VALUE SPACE.
       01 reportLine       PIC X(80) VALUE SPACES.
       01 amtDisp          PIC ZZZZZZ9.99.
       01 cntDisp          PIC ZZZZ9.
       01 opsProgram       PIC X(8) VALUE "COUPON".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(todayDate)
           PERFORM UNTIL couponDone = 'Y'
               DISPLAY " "
               DISPLAY "===== PROMOTIONAL COUPONS ====="
               DISPLAY "1=Issue 2=Void 3=Expire sweep 4=Reports "
                   "9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT couponChoice
               EVALUATE couponChoice
                   WHEN 1
                       PERFORM ISSUE-COUPONS
                   WHEN 2
                       PERFORM VOID-COUPON
                   WHEN 3
                       PERFORM EXPIRE-SWEEP
                   WHEN 4
                       PERFORM COUPON-REPORTS
                   WHEN 9
                       MOVE 'Y' TO couponDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPEN-COUPON-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O coupon-file
           PERFORM UNTIL (coupon-status NOT = "93"
               AND coupon-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O coupon-file
           END-PERFORM
           IF coupon-status = "35"
               OPEN OUTPUT coupon-file
               CLOSE coupon-file
               OPEN I-O coupon-file
           END-IF
           IF coupon-status NOT = "00"
               DISPLAY "Error opening coupon file, status: "
                   coupon-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "coupon open status " coupon-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       ISSUE-COUPONS.
           MOVE SPACES TO issuePlayer
           DISPLAY "Player (3 chars): " WITH NO ADVANCING
           ACCEPT issuePlayer
           MOVE SPACE TO issueType
           DISPLAY "Type M=Match play F=Free bet: " WITH NO ADVANCING
           ACCEPT issueType
           MOVE 0 TO issueFace
           DISPLAY "Face value: " WITH NO ADVANCING
           ACCEPT issueFace
           MOVE 0 TO issueDays
           DISPLAY "Days valid (0=30): " WITH NO ADVANCING
           ACCEPT issueDays
           IF issueDays = 0
               MOVE 30 TO issueDays
           END-IF
           MOVE 0 TO issueQty
           DISPLAY "How many (1-20): " WITH NO ADVANCING
           ACCEPT issueQty
           MOVE SPACES TO issueInit
           DISPLAY "Issued by (initials): " WITH NO ADVANCING
           ACCEPT issueInit
           PERFORM CHECK-ISSUE
           IF issueOk = 'Y'
               COMPUTE issueExpiry = FUNCTION DATE-OF-INTEGER
                   (todayInteger + issueDays)
               PERFORM LOAD-COUPON-SEQ
               PERFORM OPEN-COUPON-FILE
               IF coupon-status = "00"
                   MOVE 0 TO issueCount
                   MOVE 0 TO firstSerial
                   PERFORM UNTIL issueCount >= issueQty
                       PERFORM WRITE-ONE-COUPON
                   END-PERFORM
                   CLOSE coupon-file
                   PERFORM SAVE-COUPON-SEQ
                   DISPLAY issueCount " coupon(s) issued from serial "
                       firstSerial ", expire " issueExpiry
                   MOVE "COUPON ISSUE" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING issuePlayer " " issueType " x" issueCount
                       " by " issueInit
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               END-IF
           END-IF.

       CHECK-ISSUE.
           MOVE 'Y' TO issueOk
           EVALUATE TRUE
               WHEN issuePlayer = SPACES OR issuePlayer = "HSE"
                   DISPLAY "Invalid player."
                   MOVE 'N' TO issueOk
               WHEN issueType NOT = 'M' AND issueType NOT = 'F'
                   DISPLAY "Type must be M or F."
                   MOVE 'N' TO issueOk
               WHEN issueFace = 0
                   DISPLAY "Face value required."
                   MOVE 'N' TO issueOk
               WHEN issueQty = 0 OR issueQty > 20
                   DISPLAY "Quantity must be 1-20."
                   MOVE 'N' TO issueOk
               WHEN issueInit = SPACES
                   DISPLAY "Issuer initials required."
                   MOVE 'N' TO issueOk
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF issueOk = 'Y'
               OPEN INPUT account-file
               IF account-status NOT = "00"
                   DISPLAY "Account file not available."
                   MOVE 'N' TO issueOk
               ELSE
                   MOVE issuePlayer TO acct-name
                   READ account-file KEY IS acct-name
                       INVALID KEY
                           DISPLAY "No account for that player."
                           MOVE 'N' TO issueOk
                       NOT INVALID KEY
                           IF acct-excl = 'Y'
                           AND acct-excl-end >= todayDate
                               DISPLAY "Player is self-excluded - "
                                   "no offers."
                               MOVE 'N' TO issueOk
                           END-IF
                   END-READ
                   CLOSE account-file
               END-IF
           END-IF.

       WRITE-ONE-COUPON.
           MOVE 'N' TO cpnWritten
           MOVE 0 TO writeTries
           PERFORM UNTIL cpnWritten = 'Y' OR writeTries > 9999
               MOVE SPACES      TO coupon-record
               MOVE nextSerial  TO cpn-serial
               MOVE issueType   TO cpn-type
               MOVE issueFace   TO cpn-face
               MOVE issuePlayer TO cpn-player
               MOVE todayDate   TO cpn-issued
               MOVE issueExpiry TO cpn-expiry
               MOVE 'O'         TO cpn-status
               MOVE 0           TO cpn-redeemed
               MOVE 0           TO cpn-game
               MOVE 0           TO cpn-paid
               MOVE issueInit   TO cpn-issuer
               WRITE coupon-record
                   INVALID KEY
                       ADD 1 TO writeTries
                   NOT INVALID KEY
                       MOVE 'Y' TO cpnWritten
               END-WRITE
               IF cpnWritten = 'Y' AND firstSerial = 0
                   MOVE nextSerial TO firstSerial
               END-IF
               ADD 1 TO nextSerial
           END-PERFORM
           IF cpnWritten = 'Y'
               ADD 1 TO issueCount
           ELSE
               MOVE issueQty TO issueCount
           END-IF.

       LOAD-COUPON-SEQ.
           MOVE 1 TO nextSerial
           OPEN INPUT coupon-seq-file
           IF cpnseq-status = "00"
               READ coupon-seq-file
                   NOT AT END
                       IF cseq-next IS NUMERIC AND cseq-next > 0
                           MOVE cseq-next TO nextSerial
                       END-IF
               END-READ
               CLOSE coupon-seq-file
           END-IF.

       SAVE-COUPON-SEQ.
           MOVE nextSerial TO cseq-next
           OPEN OUTPUT coupon-seq-file
           WRITE coupon-seq-record
           CLOSE coupon-seq-file.

       VOID-COUPON.
           MOVE 0 TO workSerial
           DISPLAY "Coupon serial: " WITH NO ADVANCING
           ACCEPT workSerial
           PERFORM OPEN-COUPON-FILE
           IF coupon-status = "00"
               MOVE workSerial TO cpn-serial
               READ coupon-file KEY IS cpn-serial
                   INVALID KEY
                       DISPLAY "No such coupon."
                   NOT INVALID KEY
                       IF cpn-status = 'O'
                           MOVE 'V' TO cpn-status
                           MOVE todayDate TO cpn-redeemed
                           REWRITE coupon-record
                           DISPLAY "Coupon voided."
                           MOVE "COUPON VOID" TO opsEvent
                           MOVE SPACES TO opsDetail
                           STRING workSerial " " cpn-player
                               DELIMITED BY SIZE INTO opsDetail
                           CALL "OPSLOG" USING opsProgram opsEvent
                               opsDetail
                       ELSE
                           DISPLAY "Coupon is not outstanding "
                               "(status " cpn-status ")."
                       END-IF
               END-READ
               CLOSE coupon-file
           END-IF.

       EXPIRE-SWEEP.
           MOVE 0 TO expiredCount
           PERFORM OPEN-COUPON-FILE
           IF coupon-status = "00"
               MOVE 0 TO cpn-serial
               START coupon-file KEY IS >= cpn-serial
                   INVALID KEY
                       MOVE 'Y' TO end-of-file
                   NOT INVALID KEY
                       MOVE 'N' TO end-of-file
               END-START
               PERFORM UNTIL end-of-file = 'Y'
                   READ coupon-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF cpn-status = 'O'
                           AND cpn-expiry < todayDate
                               MOVE 'E' TO cpn-status
                               REWRITE coupon-record
                               ADD 1 TO expiredCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE coupon-file
           END-IF
           DISPLAY expiredCount " coupon(s) expired."
           MOVE "COUPON EXP" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "expired " expiredCount
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       COUPON-REPORTS.
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
           IF fromDate > toDate
               DISPLAY "Invalid range."
           ELSE
               MOVE 0 TO redeemCount
               MOVE 0 TO redeemFace
               MOVE 0 TO promoAllowance
               MOVE 0 TO expireCount
               MOVE 0 TO expireFace
               MOVE 0 TO voidCount
               MOVE 0 TO voidFace
               MOVE 0 TO openCount
               MOVE 0 TO openFace
               MOVE 0 TO staleCount
               MOVE SPACES TO reportName
               STRING "coupons-" fromDate "-" toDate ".dat"
                   DELIMITED BY SIZE INTO reportName
               OPEN OUTPUT coupon-report-file
               MOVE SPACES TO reportLine
               STRING "===== PROMOTIONAL COUPONS " fromDate " TO "
                   toDate " =====" DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-COUPON-LINE
               OPEN INPUT coupon-file
               IF coupon-status = "00"
                   MOVE "REDEEMED" TO reportLine
                   PERFORM PUT-COUPON-LINE
                   MOVE 'R' TO reportSection
                   PERFORM LIST-COUPON-SECTION
                   MOVE "EXPIRED" TO reportLine
                   PERFORM PUT-COUPON-LINE
                   MOVE 'E' TO reportSection
                   PERFORM LIST-COUPON-SECTION
                   MOVE "OUTSTANDING" TO reportLine
                   PERFORM PUT-COUPON-LINE
                   MOVE 'O' TO reportSection
                   PERFORM LIST-COUPON-SECTION
                   CLOSE coupon-file
               END-IF
               PERFORM PUT-COUPON-TOTALS
               CLOSE coupon-report-file
               MOVE 'R' TO rptMode
               MOVE "COUPONS" TO rptType
               MOVE reportName TO rptFile
               CALL "RPTCAT" USING rptMode rptType rptFile toDate
                   opsProgram rptRecords
               MOVE "COUPON RPT" TO opsEvent
               MOVE SPACES TO opsDetail
               MOVE promoAllowance TO amtDisp
               STRING fromDate " allow " amtDisp
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       LIST-COUPON-SECTION.
           MOVE "SERIAL   T PLR      FACE  ISSUED   EXPIRES  "
               TO reportLine
           MOVE "USED     BET        PAID" TO reportLine(46:24)
           PERFORM PUT-COUPON-LINE
           MOVE 0 TO cpn-serial
           START coupon-file KEY IS >= cpn-serial
               INVALID KEY
                   MOVE 'Y' TO end-of-file
               NOT INVALID KEY
                   MOVE 'N' TO end-of-file
           END-START
           PERFORM UNTIL end-of-file = 'Y'
               READ coupon-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM SELECT-SECTION-COUPON
               END-READ
           END-PERFORM.

       SELECT-SECTION-COUPON.
           EVALUATE TRUE
               WHEN reportSection = 'R' AND cpn-status = 'R'
               AND cpn-redeemed >= fromDate AND cpn-redeemed <= toDate
                   ADD 1 TO redeemCount
                   ADD cpn-face TO redeemFace
                   ADD cpn-paid TO promoAllowance
                   PERFORM PUT-COUPON-DETAIL
               WHEN reportSection = 'E'
               AND (cpn-status = 'E' OR cpn-status = 'V')
               AND cpn-expiry >= fromDate AND cpn-expiry <= toDate
                   IF cpn-status = 'E'
                       ADD 1 TO expireCount
                       ADD cpn-face TO expireFace
                   ELSE
                       ADD 1 TO voidCount
                       ADD cpn-face TO voidFace
                   END-IF
                   PERFORM PUT-COUPON-DETAIL
               WHEN reportSection = 'O' AND cpn-status = 'O'
                   ADD 1 TO openCount
                   ADD cpn-face TO openFace
                   IF cpn-expiry < todayDate
                       ADD 1 TO staleCount
                   END-IF
                   PERFORM PUT-COUPON-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PUT-COUPON-DETAIL.
           MOVE SPACES TO reportLine
           MOVE cpn-serial TO reportLine(1:8)
           MOVE cpn-type TO reportLine(10:1)
           MOVE cpn-player TO reportLine(12:3)
           MOVE cpn-face TO amtDisp
           MOVE amtDisp TO reportLine(16:10)
           MOVE cpn-issued TO reportLine(27:8)
           MOVE cpn-expiry TO reportLine(36:8)
           IF cpn-status = 'R' OR cpn-status = 'V'
               MOVE cpn-redeemed TO reportLine(46:8)
           END-IF
           IF cpn-status = 'V'
               MOVE "VOID" TO reportLine(55:4)
           ELSE
               MOVE cpn-bet TO reportLine(55:10)
           END-IF
           IF cpn-status = 'R'
               MOVE cpn-paid TO amtDisp
               MOVE amtDisp TO reportLine(66:10)
           END-IF
           IF cpn-status = 'O' AND cpn-expiry < todayDate
               MOVE "LAPSED" TO reportLine(55:6)
           END-IF
           PERFORM PUT-COUPON-LINE.

       PUT-COUPON-TOTALS.
           MOVE SPACES TO reportLine
           PERFORM PUT-COUPON-LINE
           MOVE redeemCount TO cntDisp
           MOVE redeemFace TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Redeemed     " cntDisp "  face " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUPON-LINE
           MOVE promoAllowance TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Promotional allowance (coupon wins paid) "
               amtDisp DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUPON-LINE
           MOVE expireCount TO cntDisp
           MOVE expireFace TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Expired      " cntDisp "  face " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUPON-LINE
           MOVE voidCount TO cntDisp
           MOVE voidFace TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Voided       " cntDisp "  face " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUPON-LINE
           MOVE openCount TO cntDisp
           MOVE openFace TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Outstanding  " cntDisp "  face " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUPON-LINE
           IF staleCount > 0
               MOVE staleCount TO cntDisp
               MOVE SPACES TO reportLine
               STRING "  of which past expiry (run the sweep) "
                   cntDisp DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-COUPON-LINE
           END-IF.

       PUT-COUPON-LINE.
           DISPLAY reportLine
           MOVE reportLine TO coupon-report-record
           WRITE coupon-report-record.
