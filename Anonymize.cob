       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYMIZE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-name
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS account-status.
           SELECT player-id-file ASSIGN TO "playerid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pid-name
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS playerid-status.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ledgerix-status.
           SELECT highscore-file ASSIGN TO "highscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS high-key
               ALTERNATE RECORD KEY IS high-name WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS high-status.
           SELECT journal-file ASSIGN TO DYNAMIC journalName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS journal-status.
           SELECT anon-work-file ASSIGN TO "anon.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS work-status.
           SELECT anon-seq-file ASSIGN TO "anonseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS anonseq-status.
           SELECT anon-config-file ASSIGN TO "anoncfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS anoncfg-status.
           SELECT close-config-file ASSIGN TO "closecfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS closecfg-status.
           SELECT jackpot-config-file ASSIGN TO "jackpotcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS jackpotcfg-status.
           SELECT coupon-file ASSIGN TO "coupon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cpn-serial
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS coupon-status.
           SELECT offer-file ASSIGN TO "offer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ofr-key
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS offer-status.
           SELECT comp-post-file ASSIGN TO "comppost.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cp-ref
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS comppost-status.
           SELECT cert-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD account-file.
       COPY "acctrec.cpy".

       FD player-id-file.
       COPY "playerid.cpy".

       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD highscore-file.
       01 highscore-file-in.
           02 high-key.
               03 high-name    PIC XXX.
               03 high-seq     PIC 9(5).
           02 high-score       PIC 9(5).
           02 high-date        PIC 9(8).
           02 high-rolls       PIC 99.
           02 high-bet-mix     PIC X(7).

       FD journal-file.
       01 journal-line         PIC X(150).

       FD anon-work-file.
       01 anon-work-line       PIC X(150).

       FD anon-seq-file.
       01 anon-seq-record.
           02 anseq-next       PIC 9(4).

       FD anon-config-file.
       01 anon-config-record.
           02 anc-retain-years PIC 99.

       FD close-config-file.
       01 close-config-record.
           02 cfg-retention    PIC 9(3).

       FD jackpot-config-file.
       01 jackpot-config-record.
           02 jcfg-threshold PIC 9(5)V99.
           02 FILLER         PIC X.
           02 jcfg-code      PIC X(4).

       FD coupon-file.
       COPY "coupon.cpy".

       FD offer-file.
       COPY "offer.cpy".

       FD comp-post-file.
       COPY "comppost.cpy".

       FD cert-report-file.
       01 cert-report-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 account-status   PIC 99.
       01 playerid-status  PIC 99.
       01 ledgerix-status  PIC 99.
       01 high-status      PIC 99.
       01 journal-status   PIC 99.
       01 work-status      PIC 99.
       01 anonseq-status   PIC 99.
       01 anoncfg-status   PIC 99.
       01 closecfg-status  PIC 99.
       01 jackpotcfg-status PIC 99.
       01 report-status    PIC 99.
       01 coupon-status    PIC 99.
       01 offer-status     PIC 99.
       01 comppost-status  PIC 99.
       01 openPostings     PIC 9(5) VALUE 0.
       01 seatMode         PIC X VALUE 'Q'.
       01 seatTable        PIC 9 VALUE 0.
       01 seatResult       PIC XX VALUE SPACES.
       01 seatCount        PIC 9(4) VALUE 0.
       01 o                PIC 9(3) VALUE 0.
       01 offerCount       PIC 9(3) VALUE 0.
       01 offerOverflow    PIC X VALUE 'N'.
       01 journalName      PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 todayInteger     PIC 9(8) VALUE 0.
       01 windowStart      PIC 9(8) VALUE 0.
       01 workInteger      PIC 9(8) VALUE 0.
       01 workDate         PIC 9(8) VALUE 0.
       01 workYear         PIC 9(4) VALUE 0.
       01 firstYear        PIC 9(4) VALUE 0.
       01 dayOffset        PIC 9(4) VALUE 0.
       01 retainYears      PIC 99 VALUE 5.
       01 retentionDays    PIC 9(3) VALUE 30.
       01 archiveDays      PIC 9(4) VALUE 0.
       01 lockRetries      PIC 99 VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 closeName        PIC XXX VALUE SPACES.
       01 surrogate        PIC XXX VALUE SPACES.
       01 surrogateFree    PIC X VALUE 'N'.
       01 nextSurrogate    PIC 9(4) VALUE 1.
       01 seqHigh          PIC 99 VALUE 0.
       01 seqLow           PIC 99 VALUE 0.
       01 base36Digits     PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 confirmFlag      PIC X VALUE 'N'.
       01 anonOk           PIC X VALUE 'N'.
       01 supervisorCode   PIC X(4) VALUE "7777".
       01 superInit        PIC XXX VALUE SPACES.
       01 superCodeIn      PIC X(4) VALUE SPACES.
       01 approvedFlag     PIC X VALUE 'N'.
       01 codeTries        PIC 9 VALUE 0.
       01 namePos          PIC 999 VALUE 0.
       01 retainRule       PIC X VALUE 'N'.
       01 retainReason     PIC X(16) VALUE SPACES.
       01 retainRow        PIC X VALUE 'N'.
       01 rowsChanged      PIC 9(6) VALUE 0.
       01 rowsRetained     PIC 9(6) VALUE 0.
       01 filesTouched     PIC 9(4) VALUE 0.
       01 totalChanged     PIC 9(7) VALUE 0.
       01 totalRetained    PIC 9(7) VALUE 0.
       01 idRetainReason   PIC X(16) VALUE SPACES.
       01 h                PIC 9(3) VALUE 0.
       01 highCount        PIC 9(3) VALUE 0.
       01 highOverflow     PIC X VALUE 'N'.
       01 saveBal          PIC 9(5)V99 VALUE 0.
       01 saveComp         PIC 9(7) VALUE 0.
       01 saveCap          PIC 9(5)V99 VALUE 0.
       01 saveExcl         PIC X VALUE 'N'.
       01 saveExclEnd      PIC 9(8) VALUE 0.
       01 saveCredit       PIC 9(5)V99 VALUE 0.
       01 reportLine       PIC X(80) VALUE SPACES.
       01 chgDisp          PIC ZZZZZ9.
       01 retDisp          PIC ZZZZZ9.
       01 cntDisp          PIC ZZZZZZ9.
       01 opsProgram       PIC X(8) VALUE "ANONYMIZ".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 sealMode         PIC X VALUE 'R'.
       01 sealFile         PIC X(30) VALUE SPACES.
       01 sealBreak        PIC 9(9) VALUE 0.
       01 sealResult       PIC XX VALUE SPACES.
       01 sealMessage      PIC X(60) VALUE SPACES.
       01 anonPass         PIC X VALUE 'A'.
       01 sealHalt         PIC X VALUE 'N'.
       01 sealHaltFile     PIC X(30) VALUE SPACES.
       01 nameRows         PIC 9(6) VALUE 0.
       01 alertSeverity    PIC X(5) VALUE "HIGH ".
       01 alertSubject     PIC X(40) VALUE SPACES.

       01 high-seq-table.
           05 high-seq-entry OCCURS 500 TIMES.
               10 hst-seq        PIC 9(5).

       01 offer-campaign-table.
           05 offer-campaign-entry OCCURS 200 TIMES.
               10 ocp-campaign   PIC X(6).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM LOAD-ANON-CONFIG.
           PERFORM LOAD-SUPERVISOR-CODE.
           COMPUTE workInteger = todayInteger - (retainYears * 365).
           COMPUTE windowStart =
               FUNCTION DATE-OF-INTEGER(workInteger).
           DISPLAY "===== CLOSED ACCOUNT ANONYMIZATION ====="
           MOVE SPACES TO closeName
           DISPLAY "Closed account to anonymize (3 chars): "
               WITH NO ADVANCING
           ACCEPT closeName
           IF closeName = SPACES OR closeName = "HSE"
           OR closeName(1:1) = "#"
               DISPLAY "Nothing done."
               STOP RUN.
           PERFORM CHECK-ACCOUNT-CLOSED.
           IF anonOk = 'N'
               STOP RUN.
           PERFORM ASSIGN-SURROGATE.
           IF anonOk = 'N'
               STOP RUN.
           DISPLAY "Account " closeName " will become " surrogate
               " in every player file."
           DISPLAY "Records inside the " retainYears
               "-year retention window are kept."
           MOVE 'N' TO confirmFlag
           DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
           ACCEPT confirmFlag
           IF confirmFlag NOT = 'Y'
               DISPLAY "Anonymization cancelled."
               STOP RUN.
           PERFORM GET-SUPERVISOR-APPROVAL.
           IF approvedFlag = 'N'
               DISPLAY "Anonymization not approved."
               STOP RUN.
           PERFORM CHECK-ACCOUNT-CLOSED.
           IF anonOk = 'N'
               STOP RUN.
           MOVE 'V' TO anonPass
           PERFORM ANON-ALL-JOURNALS.
           PERFORM ANON-LEDGER-ARCHIVES.
           IF sealHalt = 'Y'
               DISPLAY "Anonymization stopped - nothing was changed."
               STOP RUN.
           MOVE 'A' TO anonPass
           PERFORM SAVE-SURROGATE-SEQ.
           PERFORM OPEN-CERTIFICATE.
           PERFORM ANON-ACCOUNT-RECORD.
           PERFORM ANON-LEDGER-INDEX.
           PERFORM ANON-HIGHSCORE.
           PERFORM ANON-COUPONS.
           PERFORM ANON-OFFERS.
           PERFORM ANON-COMP-POSTINGS.
           PERFORM ANON-ALL-JOURNALS.
           PERFORM ANON-LEDGER-ARCHIVES.
           IF sealHalt = 'Y'
               PERFORM CLOSE-CERTIFICATE
               DISPLAY "Anonymization stopped at " sealHaltFile
                   " - earlier files were already changed."
               STOP RUN.
           PERFORM SCAN-RETAINED-EXTRACTS.
           PERFORM ANON-PLAYER-ID.
           PERFORM CLOSE-CERTIFICATE.
           MOVE "ANONYMIZE" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "now " surrogate " files " filesTouched
               " by " superInit
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           STOP RUN.

       LOAD-ANON-CONFIG.
           OPEN INPUT anon-config-file
           IF anoncfg-status = "00"
               READ anon-config-file
                   NOT AT END
                       IF anc-retain-years IS NUMERIC
                       AND anc-retain-years > 0
                           MOVE anc-retain-years TO retainYears
                       END-IF
               END-READ
               CLOSE anon-config-file
           END-IF
           OPEN INPUT close-config-file
           IF closecfg-status = "00"
               READ close-config-file
                   NOT AT END
                       IF cfg-retention > 0
                           MOVE cfg-retention TO retentionDays
                       END-IF
               END-READ
               CLOSE close-config-file
           END-IF
           COMPUTE archiveDays = retentionDays + 365.

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

       CHECK-ACCOUNT-CLOSED.
           MOVE 'N' TO anonOk
           MOVE 'Q' TO seatMode
           MOVE 0 TO seatTable
           CALL "SEATREG" USING seatMode closeName seatTable
               opsProgram seatResult seatCount
           IF seatResult = "SE"
               DISPLAY "Player " closeName " is seated at table "
                   seatTable " - no account changes until they "
                   "leave the table."
               MOVE "SEATED" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING closeName " blocked table " seatTable
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           ELSE
               IF seatResult = "ER"
                   DISPLAY "Seat registry unavailable - no account "
                       "changes until it is back."
                   MOVE "SEAT ERROR" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING closeName " registry unavailable"
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               ELSE
                   PERFORM CHECK-ACCOUNT-BALANCES
               END-IF
           END-IF
           IF anonOk = 'Y'
               PERFORM COUNT-OPEN-POSTINGS
               IF openPostings > 0
                   DISPLAY "Account has hotel comp postings not yet "
                       "settled - clear them first."
                   MOVE 'N' TO anonOk
               END-IF
           END-IF.

       COUNT-OPEN-POSTINGS.
           MOVE 0 TO openPostings
           OPEN INPUT comp-post-file
           IF comppost-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ comp-post-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cp-name = closeName
                       AND cp-status NOT = 'A'
                       AND cp-status NOT = 'R'
                           ADD 1 TO openPostings
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE comp-post-file
           END-IF.

       CHECK-ACCOUNT-BALANCES.
           OPEN INPUT account-file
           IF account-status NOT = "00"
               DISPLAY "No account file on file."
           ELSE
               MOVE closeName TO acct-name
               READ account-file KEY IS acct-name
                   INVALID KEY
                       DISPLAY "No such account."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN acct-bal > 0
                               DISPLAY "Account still holds a "
                                   "balance - pay it out first."
                           WHEN acct-marker > 0
                               DISPLAY "Account has markers "
                                   "outstanding - settle them first."
                           WHEN acct-excl = 'Y'
                           AND acct-excl-end >= todayDate
                               DISPLAY "Account is under an active "
                                   "exclusion - it cannot be "
                                   "anonymized until it ends."
                           WHEN OTHER
                               MOVE 'Y' TO anonOk
                               MOVE acct-bal          TO saveBal
                               MOVE acct-comp         TO saveComp
                               MOVE acct-loss-cap     TO saveCap
                               MOVE acct-excl         TO saveExcl
                               MOVE acct-excl-end     TO saveExclEnd
                               MOVE acct-credit-limit TO saveCredit
                       END-EVALUATE
               END-READ
               CLOSE account-file
           END-IF.

       ASSIGN-SURROGATE.
           MOVE 1 TO nextSurrogate
           OPEN INPUT anon-seq-file
           IF anonseq-status = "00"
               READ anon-seq-file
                   NOT AT END
                       IF anseq-next IS NUMERIC AND anseq-next > 0
                           MOVE anseq-next TO nextSurrogate
                       END-IF
               END-READ
               CLOSE anon-seq-file
           END-IF
           MOVE 'N' TO surrogateFree
           OPEN INPUT account-file
           PERFORM UNTIL surrogateFree = 'Y' OR nextSurrogate > 1295
               PERFORM BUILD-SURROGATE
               MOVE surrogate TO acct-name
               READ account-file KEY IS acct-name
                   INVALID KEY
                       MOVE 'Y' TO surrogateFree
                   NOT INVALID KEY
                       ADD 1 TO nextSurrogate
               END-READ
           END-PERFORM
           CLOSE account-file
           IF surrogateFree = 'N'
               DISPLAY "No surrogate names left - anonymization "
                   "refused."
               MOVE 'N' TO anonOk
           END-IF.

       BUILD-SURROGATE.
           DIVIDE nextSurrogate BY 36 GIVING seqHigh
               REMAINDER seqLow
           MOVE "#" TO surrogate(1:1)
           MOVE base36Digits(seqHigh + 1:1) TO surrogate(2:1)
           MOVE base36Digits(seqLow + 1:1)  TO surrogate(3:1).

       SAVE-SURROGATE-SEQ.
           COMPUTE anseq-next = nextSurrogate + 1
           OPEN OUTPUT anon-seq-file
           WRITE anon-seq-record
           CLOSE anon-seq-file.

       OPEN-CERTIFICATE.
           MOVE SPACES TO reportName
           STRING "anoncert-" surrogate(2:2) "-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT cert-report-file
           MOVE SPACES TO reportLine
           STRING "===== ANONYMIZATION CERTIFICATE " todayDate
               " =====" DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CERT-LINE
           MOVE SPACES TO reportLine
           STRING "Surrogate account " surrogate
               "   approved by " superInit
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CERT-LINE
           MOVE SPACES TO reportLine
           STRING "Retention window from " windowStart
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CERT-LINE
           MOVE SPACES TO reportLine
           STRING "FILE                            CHANGED  RETAINED"
               "  REASON"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CERT-LINE.

       CLOSE-CERTIFICATE.
           MOVE filesTouched TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Files touched:  " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CERT-LINE
           MOVE totalChanged TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Rows changed:   " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CERT-LINE
           MOVE totalRetained TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Rows retained:  " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CERT-LINE
           IF highOverflow = 'Y'
               MOVE "Highscore rows left behind - rerun for the rest."
                   TO reportLine
               PERFORM PUT-CERT-LINE
           END-IF
           IF sealHalt = 'Y'
               MOVE SPACES TO reportLine
               STRING "STOPPED - seal check failed on " sealHaltFile
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-CERT-LINE
           END-IF
           CLOSE cert-report-file
           MOVE 'R' TO rptMode
           MOVE "ANONCERT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       LIST-TOUCHED-FILE.
           IF rowsChanged > 0 OR rowsRetained > 0
               ADD 1 TO filesTouched
               ADD rowsChanged TO totalChanged
               ADD rowsRetained TO totalRetained
               MOVE rowsChanged TO chgDisp
               MOVE rowsRetained TO retDisp
               MOVE SPACES TO reportLine
               IF rowsRetained > 0
                   STRING journalName "  " chgDisp "    " retDisp
                       "  retained, reason " retainReason
                       DELIMITED BY SIZE INTO reportLine
               ELSE
                   STRING journalName "  " chgDisp "    " retDisp
                       DELIMITED BY SIZE INTO reportLine
               END-IF
               PERFORM PUT-CERT-LINE
           END-IF.

       ANON-ACCOUNT-RECORD.
           MOVE "account.dat" TO journalName
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           MOVE 0 TO lockRetries
           OPEN I-O account-file
           PERFORM UNTIL (account-status NOT = "93"
               AND account-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O account-file
           END-PERFORM
           IF account-status = "00"
               MOVE closeName TO acct-name
               READ account-file KEY IS acct-name
                   NOT INVALID KEY
                       DELETE account-file RECORD
                       MOVE surrogate   TO acct-name
                       MOVE saveBal     TO acct-bal
                       MOVE saveComp    TO acct-comp
                       MOVE saveCap     TO acct-loss-cap
                       MOVE saveExcl    TO acct-excl
                       MOVE saveExclEnd TO acct-excl-end
                       MOVE saveCredit  TO acct-credit-limit
                       MOVE 0           TO acct-marker
                       WRITE account-record
                       MOVE 1 TO rowsChanged
               END-READ
               CLOSE account-file
           ELSE
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "account open status " account-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           PERFORM LIST-TOUCHED-FILE.

       ANON-LEDGER-INDEX.
           MOVE "ledgerix.dat" TO journalName
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           MOVE 0 TO lockRetries
           OPEN I-O ledger-index-file
           PERFORM UNTIL (ledgerix-status NOT = "93"
               AND ledgerix-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O ledger-index-file
           END-PERFORM
           IF ledgerix-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF lix-user-name = closeName
                           MOVE surrogate TO lix-user-name
                           REWRITE ledger-ix-record
                           ADD 1 TO rowsChanged
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ledger-index-file
           END-IF
           PERFORM LIST-TOUCHED-FILE.

       ANON-HIGHSCORE.
           MOVE "highscore.dat" TO journalName
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           MOVE 0 TO highCount
           MOVE 'N' TO highOverflow
           OPEN I-O highscore-file
           IF high-status = "00"
               MOVE closeName TO high-name
               MOVE 0 TO high-seq
               START highscore-file KEY IS >= high-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO end-of-file
                       PERFORM UNTIL end-of-file = 'Y'
                           READ highscore-file NEXT RECORD
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               IF high-name NOT = closeName
                                   MOVE 'Y' TO end-of-file
                               ELSE
                                   IF highCount < 500
                                       ADD 1 TO highCount
                                       MOVE high-seq
                                           TO hst-seq(highCount)
                                   ELSE
                                       MOVE 'Y' TO highOverflow
                                   END-IF
                               END-IF
                           END-READ
                       END-PERFORM
               END-START
               PERFORM VARYING h FROM 1 BY 1 UNTIL h > highCount
                   MOVE closeName TO high-name
                   MOVE hst-seq(h) TO high-seq
                   READ highscore-file KEY IS high-key
                       NOT INVALID KEY
                           DELETE highscore-file RECORD
                           MOVE surrogate TO high-name
                           WRITE highscore-file-in
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO rowsChanged
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE highscore-file
           END-IF
           PERFORM LIST-TOUCHED-FILE.

       ANON-COUPONS.
           MOVE "coupon.dat" TO journalName
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           MOVE 0 TO lockRetries
           OPEN I-O coupon-file
           PERFORM UNTIL (coupon-status NOT = "93"
               AND coupon-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O coupon-file
           END-PERFORM
           IF coupon-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ coupon-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cpn-player = closeName
                           MOVE surrogate TO cpn-player
                           REWRITE coupon-record
                           ADD 1 TO rowsChanged
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE coupon-file
           END-IF
           PERFORM LIST-TOUCHED-FILE.

       ANON-OFFERS.
           MOVE "offer.dat" TO journalName
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           MOVE 0 TO offerCount
           MOVE 'N' TO offerOverflow
           MOVE 0 TO lockRetries
           OPEN I-O offer-file
           PERFORM UNTIL (offer-status NOT = "93"
               AND offer-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O offer-file
           END-PERFORM
           IF offer-status = "00"
               MOVE closeName TO ofr-player
               MOVE LOW-VALUES TO ofr-campaign
               START offer-file KEY IS >= ofr-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO end-of-file
                       PERFORM UNTIL end-of-file = 'Y'
                           READ offer-file NEXT RECORD
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               IF ofr-player NOT = closeName
                                   MOVE 'Y' TO end-of-file
                               ELSE
                                   IF offerCount < 200
                                       ADD 1 TO offerCount
                                       MOVE ofr-campaign
                                           TO ocp-campaign(offerCount)
                                   ELSE
                                       MOVE 'Y' TO offerOverflow
                                   END-IF
                               END-IF
                           END-READ
                       END-PERFORM
               END-START
               PERFORM VARYING o FROM 1 BY 1 UNTIL o > offerCount
                   MOVE closeName TO ofr-player
                   MOVE ocp-campaign(o) TO ofr-campaign
                   READ offer-file KEY IS ofr-key
                       NOT INVALID KEY
                           DELETE offer-file RECORD
                           MOVE surrogate TO ofr-player
                           WRITE offer-record
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO rowsChanged
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE offer-file
           END-IF
           PERFORM LIST-TOUCHED-FILE
           IF offerOverflow = 'Y'
               MOVE "Offer rows left behind - rerun for the rest."
                   TO reportLine
               PERFORM PUT-CERT-LINE
           END-IF.

       ANON-COMP-POSTINGS.
           MOVE "comppost.dat" TO journalName
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           MOVE 0 TO lockRetries
           OPEN I-O comp-post-file
           PERFORM UNTIL (comppost-status NOT = "93"
               AND comppost-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O comp-post-file
           END-PERFORM
           IF comppost-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ comp-post-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cp-name = closeName
                           MOVE surrogate TO cp-name
                           MOVE SPACES TO cp-folio
                           REWRITE comp-post-record
                           ADD 1 TO rowsChanged
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE comp-post-file
           END-IF
           PERFORM LIST-TOUCHED-FILE.

       ANON-ALL-JOURNALS.
           MOVE 'N' TO retainRule
           MOVE 1 TO namePos
           MOVE "playrate.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE 10 TO namePos
           MOVE "cashjrnl.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE "compjrnl.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE "markers.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE "tourney.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE 23 TO namePos
           MOVE "rolljrnl.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE 26 TO namePos
           MOVE "eventfeed.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE 11 TO namePos
           MOVE "champions.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE 12 TO namePos
           MOVE "auditlog.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE 17 TO namePos
           MOVE "mergeaud.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE 21 TO namePos
           PERFORM ANON-TEXT-FILE
           MOVE 'S' TO retainRule
           MOVE 10 TO namePos
           MOVE "slips.dat" TO journalName
           PERFORM ANON-TEXT-FILE
           MOVE 'D' TO retainRule
           MOVE 23 TO namePos
           MOVE "disputes.dat" TO journalName
           PERFORM ANON-TEXT-FILE.

       ANON-LEDGER-ARCHIVES.
           MOVE 'N' TO retainRule
           MOVE 1 TO namePos
           PERFORM VARYING dayOffset FROM 0 BY 1
               UNTIL dayOffset > archiveDays
               COMPUTE workInteger = todayInteger - dayOffset
               COMPUTE workDate =
                   FUNCTION DATE-OF-INTEGER(workInteger)
               MOVE SPACES TO journalName
               STRING "ledger-" workDate ".dat"
                   DELIMITED BY SIZE INTO journalName
               PERFORM ANON-TEXT-FILE
           END-PERFORM.

       JUDGE-RETAIN-ROW.
           MOVE 'N' TO retainRow
           EVALUATE retainRule
               WHEN 'S'
                   IF anon-work-line(1:8) IS NUMERIC
                   AND anon-work-line(1:8) >= windowStart
                       MOVE 'Y' TO retainRow
                       MOVE "TAX RETENTION" TO retainReason
                   END-IF
               WHEN 'D'
                   IF anon-work-line(27:6) NOT = "RESLV "
                       MOVE 'Y' TO retainRow
                       MOVE "OPEN DISPUTE" TO retainReason
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ANON-TEXT-FILE.
           IF anonPass = 'V'
               PERFORM PRECHECK-TEXT-FILE
           ELSE
               IF sealHalt = 'N'
                   PERFORM ANON-ONE-TEXT-FILE
               END-IF
           END-IF.

       PRECHECK-TEXT-FILE.
           MOVE 0 TO nameRows
           IF sealHalt = 'N'
               OPEN INPUT journal-file
               IF journal-status = "00"
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ journal-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF journal-line(namePos:3) = closeName
                               ADD 1 TO nameRows
                               MOVE 'Y' TO end-of-file
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE journal-file
               END-IF
           END-IF
           IF nameRows > 0
               PERFORM VERIFY-ONE-SEAL
           END-IF.

       VERIFY-ONE-SEAL.
           MOVE journalName TO sealFile
           MOVE 'V' TO sealMode
           CALL "SEALER" USING sealMode sealFile todayDate
               opsProgram sealBreak sealResult sealMessage
           IF sealResult = "BR" OR sealResult = "SB"
               MOVE 'Y' TO sealHalt
               MOVE journalName TO sealHaltFile
               DISPLAY "Seal check failed on " journalName ": "
                   sealMessage
               MOVE "ANON HALT" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING closeName " " journalName
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               MOVE SPACES TO alertSubject
               STRING "anon " closeName " halted: "
                   DELIMITED BY SIZE
                   journalName DELIMITED BY SPACE
                   " seal" DELIMITED BY SIZE
                   INTO alertSubject
               CALL "ALERTQ" USING opsProgram alertSeverity
                   alertSubject
           END-IF.

       ANON-ONE-TEXT-FILE.
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           MOVE SPACES TO retainReason
           OPEN INPUT journal-file
           IF journal-status = "00"
               OPEN OUTPUT anon-work-file
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       MOVE journal-line TO anon-work-line
                       IF anon-work-line(namePos:3) = closeName
                           PERFORM JUDGE-RETAIN-ROW
                           IF retainRow = 'Y'
                               ADD 1 TO rowsRetained
                           ELSE
                               MOVE surrogate
                                   TO anon-work-line(namePos:3)
                               ADD 1 TO rowsChanged
                           END-IF
                       END-IF
                       WRITE anon-work-line
                   END-READ
               END-PERFORM
               CLOSE journal-file
               CLOSE anon-work-file
               IF rowsRetained > 0
                   MOVE retainReason TO idRetainReason
               END-IF
               IF rowsChanged > 0
                   PERFORM VERIFY-ONE-SEAL
               END-IF
               IF rowsChanged > 0 AND sealHalt = 'N'
                   OPEN INPUT anon-work-file
                   OPEN OUTPUT journal-file
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ anon-work-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           MOVE anon-work-line TO journal-line
                           WRITE journal-line
                       END-READ
                   END-PERFORM
                   CLOSE anon-work-file
                   CLOSE journal-file
                   MOVE journalName TO sealFile
                   MOVE 'R' TO sealMode
                   CALL "SEALER" USING sealMode sealFile todayDate
                       opsProgram sealBreak sealResult sealMessage
               END-IF
               PERFORM LIST-TOUCHED-FILE
           END-IF.

       SCAN-RETAINED-EXTRACTS.
           MOVE 10 TO namePos
           MOVE "CTR RETENTION" TO retainReason
           PERFORM VARYING dayOffset FROM 0 BY 1
               UNTIL dayOffset > retainYears * 365
               COMPUTE workInteger = todayInteger - dayOffset
               COMPUTE workDate =
                   FUNCTION DATE-OF-INTEGER(workInteger)
               MOVE SPACES TO journalName
               STRING "ctrext-" workDate ".dat"
                   DELIMITED BY SIZE INTO journalName
               PERFORM COUNT-RETAINED-ROWS
           END-PERFORM
           MOVE 6 TO namePos
           MOVE "TAX RETENTION" TO retainReason
           COMPUTE firstYear = windowStart / 10000
           COMPUTE workYear = todayDate / 10000
           PERFORM UNTIL workYear < firstYear
               MOVE SPACES TO journalName
               STRING "taxext-" workYear ".dat"
                   DELIMITED BY SIZE INTO journalName
               PERFORM COUNT-RETAINED-ROWS
               SUBTRACT 1 FROM workYear
           END-PERFORM.

       COUNT-RETAINED-ROWS.
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           OPEN INPUT journal-file
           IF journal-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF journal-line(namePos:3) = closeName
                           ADD 1 TO rowsRetained
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE journal-file
               IF rowsRetained > 0
                   MOVE retainReason TO idRetainReason
               END-IF
               PERFORM LIST-TOUCHED-FILE
           END-IF.

       ANON-PLAYER-ID.
           MOVE "playerid.dat" TO journalName
           MOVE 0 TO rowsChanged
           MOVE 0 TO rowsRetained
           MOVE idRetainReason TO retainReason
           OPEN I-O player-id-file
           IF playerid-status = "00"
               MOVE closeName TO pid-name
               READ player-id-file KEY IS pid-name
                   NOT INVALID KEY
                       IF idRetainReason = SPACES
                           DELETE player-id-file RECORD
                           MOVE 1 TO rowsChanged
                       ELSE
                           MOVE 1 TO rowsRetained
                       END-IF
               END-READ
               CLOSE player-id-file
           END-IF
           PERFORM LIST-TOUCHED-FILE.

       PUT-CERT-LINE.
           DISPLAY reportLine
           MOVE reportLine TO cert-report-record
           WRITE cert-report-record.
