       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMERGE.

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
           SELECT merge-work-file ASSIGN TO "merge.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS work-status.
           SELECT merge-audit-file ASSIGN TO "mergeaud.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS mergeaud-status.
           SELECT merge-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.
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

       FD merge-work-file.
       01 merge-work-line      PIC X(150).

       FD merge-audit-file.
       01 merge-audit-record.
           02 mga-date     PIC 9(8).
           02 FILLER       PIC X.
           02 mga-time     PIC 9(6).
           02 FILLER       PIC X.
           02 mga-from     PIC XXX.
           02 FILLER       PIC X.
           02 mga-to       PIC XXX.
           02 FILLER       PIC X.
           02 mga-super    PIC XXX.
           02 FILLER       PIC X.
           02 mga-bal      PIC 9(5)V99.
           02 FILLER       PIC X.
           02 mga-comp     PIC 9(7).
           02 FILLER       PIC X.
           02 mga-marker   PIC 9(5)V99.
           02 FILLER       PIC X.
           02 mga-rows     PIC 9(6).

       FD merge-report-file.
       01 merge-report-record PIC X(80).

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

       WORKING-STORAGE SECTION.

       01 account-status   PIC 99.
       01 playerid-status  PIC 99.
       01 ledgerix-status  PIC 99.
       01 high-status      PIC 99.
       01 journal-status   PIC 99.
       01 work-status      PIC 99.
       01 mergeaud-status  PIC 99.
       01 report-status    PIC 99.
       01 jackpotcfg-status PIC 99.
       01 coupon-status    PIC 99.
       01 offer-status     PIC 99.
       01 comppost-status  PIC 99.
       01 seatMode         PIC X VALUE 'Q'.
       01 seatName         PIC XXX VALUE SPACES.
       01 seatTable        PIC 9 VALUE 0.
       01 seatResult       PIC XX VALUE SPACES.
       01 seatCount        PIC 9(4) VALUE 0.
       01 o                PIC 9(3) VALUE 0.
       01 offerCount       PIC 9(3) VALUE 0.
       01 offerOverflow    PIC X VALUE 'N'.
       01 journalName      PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 stampTime        PIC 9(8) VALUE 0.
       01 lockRetries      PIC 99 VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 fromName         PIC XXX VALUE SPACES.
       01 toName           PIC XXX VALUE SPACES.
       01 confirmFlag      PIC X VALUE 'N'.
       01 mergeOk          PIC X VALUE 'N'.
       01 supervisorCode   PIC X(4) VALUE "7777".
       01 superInit        PIC XXX VALUE SPACES.
       01 superCodeIn      PIC X(4) VALUE SPACES.
       01 approvedFlag     PIC X VALUE 'N'.
       01 codeTries        PIC 9 VALUE 0.
       01 namePos          PIC 999 VALUE 0.
       01 f                PIC 99 VALUE 0.
       01 h                PIC 9(3) VALUE 0.
       01 highCount        PIC 9(3) VALUE 0.
       01 highOverflow     PIC X VALUE 'N'.
       01 countPass        PIC X VALUE 'B'.
       01 totalChanged     PIC 9(6) VALUE 0.
       01 mismatchCount    PIC 99 VALUE 0.
       01 idAction         PIC X(20) VALUE SPACES.

       01 fromBal          PIC 9(5)V99 VALUE 0.
       01 fromComp         PIC 9(7) VALUE 0.
       01 fromCap          PIC 9(5)V99 VALUE 0.
       01 fromExcl         PIC X VALUE 'N'.
       01 fromExclEnd      PIC 9(8) VALUE 0.
       01 fromCredit       PIC 9(5)V99 VALUE 0.
       01 fromMarker       PIC 9(5)V99 VALUE 0.
       01 toBal            PIC 9(5)V99 VALUE 0.
       01 toComp           PIC 9(7) VALUE 0.
       01 toCap            PIC 9(5)V99 VALUE 0.
       01 toExcl           PIC X VALUE 'N'.
       01 toExclEnd        PIC 9(8) VALUE 0.
       01 toCredit         PIC 9(5)V99 VALUE 0.
       01 toMarker         PIC 9(5)V99 VALUE 0.
       01 newBal           PIC 9(6)V99 VALUE 0.
       01 newComp          PIC 9(8) VALUE 0.
       01 newCap           PIC 9(5)V99 VALUE 0.
       01 newExcl          PIC X VALUE 'N'.
       01 newExclEnd       PIC 9(8) VALUE 0.
       01 newCredit        PIC 9(5)V99 VALUE 0.
       01 newMarker        PIC 9(6)V99 VALUE 0.

       01 reportLine       PIC X(80) VALUE SPACES.
       01 balDisp          PIC ZZZZZ9.99.
       01 compDisp         PIC ZZZZZZZ9.
       01 cntDisp          PIC ZZZZZ9.
       01 fromBDisp        PIC ZZZZZ9.
       01 toBDisp          PIC ZZZZZ9.
       01 fromADisp        PIC ZZZZZ9.
       01 toADisp          PIC ZZZZZ9.
       01 checkWord        PIC X(8) VALUE SPACES.
       01 opsProgram       PIC X(8) VALUE "ACCTMRGE".
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
       01 sealHalt         PIC X VALUE 'N'.
       01 alertSeverity    PIC X(5) VALUE "HIGH ".
       01 alertSubject     PIC X(40) VALUE SPACES.

       01 file-control-table.
           05 fc-entry OCCURS 12 TIMES.
               10 fc-file        PIC X(14).
               10 fc-pos         PIC 999.
               10 fc-from-before PIC 9(6).
               10 fc-to-before   PIC 9(6).
               10 fc-from-after  PIC 9(6).
               10 fc-to-after    PIC 9(6).
               10 fc-changed     PIC 9(6).
               10 fc-dropped     PIC 9(6).

       01 high-seq-table.
           05 high-seq-entry OCCURS 500 TIMES.
               10 hst-seq        PIC 9(5).

       01 offer-campaign-table.
           05 offer-campaign-entry OCCURS 200 TIMES.
               10 ocp-campaign   PIC X(6).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-SUPERVISOR-CODE.
           PERFORM INIT-FILE-CONTROL.
           DISPLAY "===== PLAYER ACCOUNT MERGE ====="
           MOVE SPACES TO fromName
           DISPLAY "Merge FROM account (3 chars): " WITH NO ADVANCING
           ACCEPT fromName
           MOVE SPACES TO toName
           DISPLAY "Merge INTO account (3 chars): " WITH NO ADVANCING
           ACCEPT toName
           IF fromName = SPACES OR toName = SPACES
           OR fromName = toName
           OR fromName = "HSE" OR toName = "HSE"
               DISPLAY "Nothing done."
               STOP RUN.
           PERFORM CHECK-SEATED-PLAYERS.
           IF mergeOk = 'N'
               STOP RUN.
           PERFORM LOAD-BOTH-ACCOUNTS.
           IF mergeOk = 'N'
               STOP RUN.
           PERFORM COMPUTE-MERGED-ACCOUNT.
           IF mergeOk = 'N'
               STOP RUN.
           PERFORM SHOW-MERGE-PREVIEW.
           MOVE 'N' TO confirmFlag
           DISPLAY "Proceed with merge? (Y/N): " WITH NO ADVANCING
           ACCEPT confirmFlag
           IF confirmFlag NOT = 'Y'
               DISPLAY "Merge cancelled."
               STOP RUN.
           PERFORM GET-SUPERVISOR-APPROVAL.
           IF approvedFlag = 'N'
               DISPLAY "Merge not approved."
               STOP RUN.
           PERFORM CHECK-SEATED-PLAYERS.
           IF mergeOk = 'N'
               STOP RUN.
           MOVE 'B' TO countPass
           PERFORM COUNT-ALL-FILES.
           PERFORM VERIFY-JOURNAL-SEALS.
           IF sealHalt = 'Y'
               DISPLAY "Merge stopped - nothing was changed."
               STOP RUN.
           PERFORM MERGE-ACCOUNT-RECORD.
           IF mergeOk = 'N'
               STOP RUN.
           PERFORM MERGE-PLAYER-ID.
           PERFORM REKEY-LEDGER-INDEX.
           PERFORM VARYING f FROM 4 BY 1
               UNTIL f > 8 OR sealHalt = 'Y'
               PERFORM REKEY-JOURNAL
           END-PERFORM.
           IF sealHalt = 'Y'
               DISPLAY "Merge stopped at " journalName
                   " - earlier files were already moved."
               STOP RUN.
           PERFORM REKEY-HIGHSCORE.
           PERFORM REKEY-COUPONS.
           PERFORM REKEY-OFFERS.
           PERFORM REKEY-COMP-POSTINGS.
           MOVE 'A' TO countPass
           PERFORM COUNT-ALL-FILES.
           PERFORM WRITE-MERGE-AUDIT.
           PERFORM WRITE-MERGE-REPORT.
           MOVE "ACCT MERGE" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING fromName " into " toName " by " superInit
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           IF mismatchCount > 0
               MOVE "MERGE CHECK" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING fromName " into " toName " totals differ"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           STOP RUN.

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

       INIT-FILE-CONTROL.
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > 12
               MOVE SPACES TO fc-file(f)
               MOVE 0 TO fc-pos(f)
               MOVE 0 TO fc-from-before(f)
               MOVE 0 TO fc-to-before(f)
               MOVE 0 TO fc-from-after(f)
               MOVE 0 TO fc-to-after(f)
               MOVE 0 TO fc-changed(f)
               MOVE 0 TO fc-dropped(f)
           END-PERFORM
           MOVE "account.dat"   TO fc-file(1)
           MOVE "playerid.dat"  TO fc-file(2)
           MOVE "ledgerix.dat"  TO fc-file(3)
           MOVE "cashjrnl.dat"  TO fc-file(4)
           MOVE 10              TO fc-pos(4)
           MOVE "compjrnl.dat"  TO fc-file(5)
           MOVE 10              TO fc-pos(5)
           MOVE "markers.dat"   TO fc-file(6)
           MOVE 10              TO fc-pos(6)
           MOVE "slips.dat"     TO fc-file(7)
           MOVE 10              TO fc-pos(7)
           MOVE "disputes.dat"  TO fc-file(8)
           MOVE 23              TO fc-pos(8)
           MOVE "highscore.dat" TO fc-file(9)
           MOVE "coupon.dat"    TO fc-file(10)
           MOVE "offer.dat"     TO fc-file(11)
           MOVE "comppost.dat"  TO fc-file(12).

       CHECK-SEATED-PLAYERS.
           MOVE 'Y' TO mergeOk
           MOVE fromName TO seatName
           PERFORM CHECK-ONE-SEATED
           MOVE toName TO seatName
           PERFORM CHECK-ONE-SEATED.

       CHECK-ONE-SEATED.
           MOVE 'Q' TO seatMode
           MOVE 0 TO seatTable
           CALL "SEATREG" USING seatMode seatName seatTable
               opsProgram seatResult seatCount
           IF seatResult = "SE"
               DISPLAY "Player " seatName " is seated at table "
                   seatTable " - no account changes until they "
                   "leave the table."
               MOVE "SEATED" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING seatName " blocked table " seatTable
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               MOVE 'N' TO mergeOk
           END-IF
           IF seatResult = "ER"
               DISPLAY "Seat registry unavailable - no account changes "
                   "until it is back."
               MOVE "SEAT ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING seatName " registry unavailable"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               MOVE 'N' TO mergeOk
           END-IF.

       OPEN-ACCOUNT-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O account-file
           PERFORM UNTIL (account-status NOT = "93"
               AND account-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O account-file
           END-PERFORM
           IF account-status NOT = "00"
               DISPLAY "Error opening account file, status: "
                   account-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "account open status " account-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       LOAD-BOTH-ACCOUNTS.
           MOVE 'N' TO mergeOk
           OPEN INPUT account-file
           IF account-status NOT = "00"
               DISPLAY "No account file on file."
           ELSE
               MOVE 'Y' TO mergeOk
               MOVE fromName TO acct-name
               READ account-file KEY IS acct-name
                   INVALID KEY
                       DISPLAY "No such account: " fromName
                       MOVE 'N' TO mergeOk
                   NOT INVALID KEY
                       MOVE acct-bal          TO fromBal
                       MOVE acct-comp         TO fromComp
                       MOVE acct-loss-cap     TO fromCap
                       MOVE acct-excl         TO fromExcl
                       MOVE acct-excl-end     TO fromExclEnd
                       MOVE acct-credit-limit TO fromCredit
                       MOVE acct-marker       TO fromMarker
               END-READ
               MOVE toName TO acct-name
               READ account-file KEY IS acct-name
                   INVALID KEY
                       DISPLAY "No such account: " toName
                       MOVE 'N' TO mergeOk
                   NOT INVALID KEY
                       MOVE acct-bal          TO toBal
                       MOVE acct-comp         TO toComp
                       MOVE acct-loss-cap     TO toCap
                       MOVE acct-excl         TO toExcl
                       MOVE acct-excl-end     TO toExclEnd
                       MOVE acct-credit-limit TO toCredit
                       MOVE acct-marker       TO toMarker
               END-READ
               CLOSE account-file
           END-IF.

       COMPUTE-MERGED-ACCOUNT.
           COMPUTE newBal    = fromBal + toBal
           COMPUTE newComp   = fromComp + toComp
           COMPUTE newMarker = fromMarker + toMarker
           IF newBal > 99999.99 OR newComp > 9999999
           OR newMarker > 99999.99
               DISPLAY "Combined balance, comps or markers would "
                   "overflow the account - merge refused."
               MOVE 'N' TO mergeOk
           END-IF
           EVALUATE TRUE
               WHEN fromCap = 0
                   MOVE toCap TO newCap
               WHEN toCap = 0
                   MOVE fromCap TO newCap
               WHEN fromCap < toCap
                   MOVE fromCap TO newCap
               WHEN OTHER
                   MOVE toCap TO newCap
           END-EVALUATE
           MOVE 'N' TO newExcl
           MOVE 0 TO newExclEnd
           IF fromExcl = 'Y'
               MOVE 'Y' TO newExcl
               MOVE fromExclEnd TO newExclEnd
           END-IF
           IF toExcl = 'Y'
               MOVE 'Y' TO newExcl
               IF toExclEnd > newExclEnd
                   MOVE toExclEnd TO newExclEnd
               END-IF
           END-IF
           IF fromCredit < toCredit
               MOVE fromCredit TO newCredit
           ELSE
               MOVE toCredit TO newCredit
           END-IF.

       SHOW-MERGE-PREVIEW.
           DISPLAY "                  " fromName "        " toName
               "     MERGED"
           MOVE fromBal TO balDisp
           DISPLAY "Balance     " balDisp " " WITH NO ADVANCING
           MOVE toBal TO balDisp
           DISPLAY balDisp " " WITH NO ADVANCING
           MOVE newBal TO balDisp
           DISPLAY balDisp
           MOVE fromComp TO compDisp
           DISPLAY "Comp pts     " compDisp " " WITH NO ADVANCING
           MOVE toComp TO compDisp
           DISPLAY compDisp " " WITH NO ADVANCING
           MOVE newComp TO compDisp
           DISPLAY compDisp
           MOVE fromMarker TO balDisp
           DISPLAY "Markers     " balDisp " " WITH NO ADVANCING
           MOVE toMarker TO balDisp
           DISPLAY balDisp " " WITH NO ADVANCING
           MOVE newMarker TO balDisp
           DISPLAY balDisp
           MOVE fromCredit TO balDisp
           DISPLAY "Credit lim  " balDisp " " WITH NO ADVANCING
           MOVE toCredit TO balDisp
           DISPLAY balDisp " " WITH NO ADVANCING
           MOVE newCredit TO balDisp
           DISPLAY balDisp
           MOVE fromCap TO balDisp
           DISPLAY "Loss cap    " balDisp " " WITH NO ADVANCING
           MOVE toCap TO balDisp
           DISPLAY balDisp " " WITH NO ADVANCING
           MOVE newCap TO balDisp
           DISPLAY balDisp
           DISPLAY "Excluded    " fromExcl " " fromExclEnd "  "
               toExcl " " toExclEnd "  " newExcl " " newExclEnd.

       COUNT-ALL-FILES.
           PERFORM COUNT-ACCOUNT-ROWS
           PERFORM COUNT-PLAYER-ID-ROWS
           PERFORM COUNT-LEDGER-INDEX
           PERFORM VARYING f FROM 4 BY 1 UNTIL f > 8
               PERFORM COUNT-JOURNAL
           END-PERFORM
           PERFORM COUNT-HIGHSCORE
           PERFORM COUNT-COUPONS
           PERFORM COUNT-OFFERS
           PERFORM COUNT-COMP-POSTINGS.

       POST-COUNT-FROM.
           IF countPass = 'B'
               ADD 1 TO fc-from-before(f)
           ELSE
               ADD 1 TO fc-from-after(f)
           END-IF.

       POST-COUNT-TO.
           IF countPass = 'B'
               ADD 1 TO fc-to-before(f)
           ELSE
               ADD 1 TO fc-to-after(f)
           END-IF.

       COUNT-ACCOUNT-ROWS.
           MOVE 1 TO f
           OPEN INPUT account-file
           IF account-status = "00"
               MOVE fromName TO acct-name
               READ account-file KEY IS acct-name
                   NOT INVALID KEY
                       PERFORM POST-COUNT-FROM
               END-READ
               MOVE toName TO acct-name
               READ account-file KEY IS acct-name
                   NOT INVALID KEY
                       PERFORM POST-COUNT-TO
               END-READ
               CLOSE account-file
           END-IF.

       COUNT-PLAYER-ID-ROWS.
           MOVE 2 TO f
           OPEN INPUT player-id-file
           IF playerid-status = "00"
               MOVE fromName TO pid-name
               READ player-id-file KEY IS pid-name
                   NOT INVALID KEY
                       PERFORM POST-COUNT-FROM
               END-READ
               MOVE toName TO pid-name
               READ player-id-file KEY IS pid-name
                   NOT INVALID KEY
                       PERFORM POST-COUNT-TO
               END-READ
               CLOSE player-id-file
           END-IF.

       COUNT-LEDGER-INDEX.
           MOVE 3 TO f
           OPEN INPUT ledger-index-file
           IF ledgerix-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF lix-user-name = fromName
                           PERFORM POST-COUNT-FROM
                       END-IF
                       IF lix-user-name = toName
                           PERFORM POST-COUNT-TO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ledger-index-file
           END-IF.

       COUNT-JOURNAL.
           MOVE fc-file(f) TO journalName
           MOVE fc-pos(f) TO namePos
           OPEN INPUT journal-file
           IF journal-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF journal-line(namePos:3) = fromName
                           PERFORM POST-COUNT-FROM
                       END-IF
                       IF journal-line(namePos:3) = toName
                           PERFORM POST-COUNT-TO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE journal-file
           END-IF.

       COUNT-HIGHSCORE.
           MOVE 9 TO f
           OPEN INPUT highscore-file
           IF high-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ highscore-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF high-name = fromName
                           PERFORM POST-COUNT-FROM
                       END-IF
                       IF high-name = toName
                           PERFORM POST-COUNT-TO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE highscore-file
           END-IF.

       COUNT-COUPONS.
           MOVE 10 TO f
           OPEN INPUT coupon-file
           IF coupon-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ coupon-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cpn-player = fromName
                           PERFORM POST-COUNT-FROM
                       END-IF
                       IF cpn-player = toName
                           PERFORM POST-COUNT-TO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE coupon-file
           END-IF.

       COUNT-OFFERS.
           MOVE 11 TO f
           OPEN INPUT offer-file
           IF offer-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ offer-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF ofr-player = fromName
                           PERFORM POST-COUNT-FROM
                       END-IF
                       IF ofr-player = toName
                           PERFORM POST-COUNT-TO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE offer-file
           END-IF.

       COUNT-COMP-POSTINGS.
           MOVE 12 TO f
           OPEN INPUT comp-post-file
           IF comppost-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ comp-post-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cp-name = fromName
                           PERFORM POST-COUNT-FROM
                       END-IF
                       IF cp-name = toName
                           PERFORM POST-COUNT-TO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE comp-post-file
           END-IF.

       MERGE-ACCOUNT-RECORD.
           MOVE 'N' TO mergeOk
           PERFORM OPEN-ACCOUNT-FILE
           IF account-status = "00"
               MOVE toName TO acct-name
               READ account-file KEY IS acct-name
                   INVALID KEY
                       DISPLAY "Account " toName " has gone - "
                           "merge abandoned."
                   NOT INVALID KEY
                       MOVE newBal    TO acct-bal
                       MOVE newComp   TO acct-comp
                       MOVE newCap    TO acct-loss-cap
                       MOVE newExcl   TO acct-excl
                       MOVE newExclEnd TO acct-excl-end
                       MOVE newCredit TO acct-credit-limit
                       MOVE newMarker TO acct-marker
                       REWRITE account-record
                       MOVE 'Y' TO mergeOk
               END-READ
               IF mergeOk = 'Y'
                   MOVE fromName TO acct-name
                   READ account-file KEY IS acct-name
                       NOT INVALID KEY
                           DELETE account-file RECORD
                           MOVE 1 TO fc-changed(1)
                   END-READ
               END-IF
               CLOSE account-file
           END-IF.

       MERGE-PLAYER-ID.
           MOVE "NONE ON FILE" TO idAction
           OPEN I-O player-id-file
           IF playerid-status = "00"
               MOVE toName TO pid-name
               READ player-id-file KEY IS pid-name
                   INVALID KEY
                       MOVE fromName TO pid-name
                       READ player-id-file KEY IS pid-name
                           NOT INVALID KEY
                               MOVE toName TO pid-name
                               MOVE todayDate TO pid-updated
                               WRITE player-id-record
                               MOVE "MOVED FROM " TO idAction
                               MOVE fromName TO idAction(12:3)
                       END-READ
                   NOT INVALID KEY
                       MOVE "KEPT " TO idAction
                       MOVE toName TO idAction(6:3)
               END-READ
               MOVE fromName TO pid-name
               READ player-id-file KEY IS pid-name
                   NOT INVALID KEY
                       DELETE player-id-file RECORD
                       MOVE 1 TO fc-changed(2)
               END-READ
               CLOSE player-id-file
           END-IF.

       REKEY-LEDGER-INDEX.
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
                       IF lix-user-name = fromName
                           MOVE toName TO lix-user-name
                           REWRITE ledger-ix-record
                           ADD 1 TO fc-changed(3)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ledger-index-file
           END-IF.

       REKEY-JOURNAL.
           MOVE fc-file(f) TO journalName
           MOVE fc-pos(f) TO namePos
           OPEN INPUT journal-file
           IF journal-status = "00"
               OPEN OUTPUT merge-work-file
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       MOVE journal-line TO merge-work-line
                       IF merge-work-line(namePos:3) = fromName
                           MOVE toName TO merge-work-line(namePos:3)
                           ADD 1 TO fc-changed(f)
                       END-IF
                       WRITE merge-work-line
                   END-READ
               END-PERFORM
               CLOSE journal-file
               CLOSE merge-work-file
               IF fc-changed(f) > 0
                   PERFORM VERIFY-ONE-SEAL
               END-IF
               IF fc-changed(f) > 0 AND sealHalt = 'N'
                   OPEN INPUT merge-work-file
                   OPEN OUTPUT journal-file
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ merge-work-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           MOVE merge-work-line TO journal-line
                           WRITE journal-line
                       END-READ
                   END-PERFORM
                   CLOSE merge-work-file
                   CLOSE journal-file
                   MOVE journalName TO sealFile
                   MOVE 'R' TO sealMode
                   CALL "SEALER" USING sealMode sealFile todayDate
                       opsProgram sealBreak sealResult sealMessage
               END-IF
           END-IF.

       VERIFY-JOURNAL-SEALS.
           PERFORM VARYING f FROM 4 BY 1
               UNTIL f > 8 OR sealHalt = 'Y'
               IF fc-from-before(f) > 0
                   MOVE fc-file(f) TO journalName
                   PERFORM VERIFY-ONE-SEAL
               END-IF
           END-PERFORM.

       VERIFY-ONE-SEAL.
           MOVE journalName TO sealFile
           MOVE 'V' TO sealMode
           CALL "SEALER" USING sealMode sealFile todayDate
               opsProgram sealBreak sealResult sealMessage
           IF sealResult = "BR" OR sealResult = "SB"
               MOVE 'Y' TO sealHalt
               DISPLAY "Seal check failed on " journalName ": "
                   sealMessage
               MOVE "MERGE HALT" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING fromName " " journalName
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               MOVE SPACES TO alertSubject
               STRING "merge " fromName ">" toName " halted: "
                   DELIMITED BY SIZE
                   journalName DELIMITED BY SPACE
                   " seal" DELIMITED BY SIZE
                   INTO alertSubject
               CALL "ALERTQ" USING opsProgram alertSeverity
                   alertSubject
           END-IF.

       REKEY-HIGHSCORE.
           MOVE 0 TO highCount
           MOVE 'N' TO highOverflow
           OPEN I-O highscore-file
           IF high-status = "00"
               MOVE fromName TO high-name
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
                               IF high-name NOT = fromName
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
                   MOVE fromName TO high-name
                   MOVE hst-seq(h) TO high-seq
                   READ highscore-file KEY IS high-key
                       NOT INVALID KEY
                           DELETE highscore-file RECORD
                           MOVE toName TO high-name
                           WRITE highscore-file-in
                               INVALID KEY
                                   DISPLAY "Highscore " hst-seq(h)
                                       " could not be re-keyed."
                               NOT INVALID KEY
                                   ADD 1 TO fc-changed(9)
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE highscore-file
           END-IF
           IF highOverflow = 'Y'
               DISPLAY "Over 500 highscore rows for " fromName
                   " - rerun the merge to move the rest."
           END-IF.

       REKEY-COUPONS.
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
                       IF cpn-player = fromName
                           MOVE toName TO cpn-player
                           REWRITE coupon-record
                           ADD 1 TO fc-changed(10)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE coupon-file
           END-IF.

       REKEY-OFFERS.
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
               MOVE fromName TO ofr-player
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
                               IF ofr-player NOT = fromName
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
                   MOVE fromName TO ofr-player
                   MOVE ocp-campaign(o) TO ofr-campaign
                   READ offer-file KEY IS ofr-key
                       NOT INVALID KEY
                           DELETE offer-file RECORD
                           MOVE toName TO ofr-player
                           WRITE offer-record
                               INVALID KEY
                                   ADD 1 TO fc-dropped(11)
                               NOT INVALID KEY
                                   ADD 1 TO fc-changed(11)
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE offer-file
           END-IF
           IF fc-dropped(11) > 0
               DISPLAY "Offers dropped where " toName
                   " already holds the campaign: " fc-dropped(11)
           END-IF
           IF offerOverflow = 'Y'
               DISPLAY "Over 200 offers for " fromName
                   " - rerun the merge to move the rest."
           END-IF.

       REKEY-COMP-POSTINGS.
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
                       IF cp-name = fromName
                           MOVE toName TO cp-name
                           REWRITE comp-post-record
                           ADD 1 TO fc-changed(12)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE comp-post-file
           END-IF.

       WRITE-MERGE-AUDIT.
           MOVE 0 TO totalChanged
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > 12
               ADD fc-changed(f) TO totalChanged
           END-PERFORM
           ACCEPT stampTime FROM TIME
           MOVE SPACES     TO merge-audit-record
           MOVE todayDate  TO mga-date
           COMPUTE mga-time = stampTime / 100
           MOVE fromName   TO mga-from
           MOVE toName     TO mga-to
           MOVE superInit  TO mga-super
           MOVE fromBal    TO mga-bal
           MOVE fromComp   TO mga-comp
           MOVE fromMarker TO mga-marker
           MOVE totalChanged TO mga-rows
           OPEN EXTEND merge-audit-file
           IF mergeaud-status = "05" OR mergeaud-status = "35"
               CLOSE merge-audit-file
               OPEN OUTPUT merge-audit-file
               CLOSE merge-audit-file
               OPEN EXTEND merge-audit-file
           END-IF
           WRITE merge-audit-record
           CLOSE merge-audit-file.

       WRITE-MERGE-REPORT.
           MOVE 0 TO mismatchCount
           MOVE SPACES TO reportName
           STRING "merge-" fromName toName "-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT merge-report-file
           MOVE SPACES TO reportLine
           STRING "===== ACCOUNT MERGE " fromName " INTO " toName
               " " todayDate " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MERGE-LINE
           MOVE SPACES TO reportLine
           STRING "Approved by " superInit "   identity: " idAction
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MERGE-LINE
           MOVE newBal TO balDisp
           MOVE SPACES TO reportLine
           STRING "Merged balance " balDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MERGE-LINE
           MOVE newComp TO compDisp
           MOVE SPACES TO reportLine
           STRING "Merged comps   " compDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MERGE-LINE
           MOVE newMarker TO balDisp
           MOVE SPACES TO reportLine
           STRING "Merged markers " balDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MERGE-LINE
           MOVE newCap TO balDisp
           MOVE SPACES TO reportLine
           STRING "Loss cap       " balDisp "   excluded " newExcl
               " to " newExclEnd
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MERGE-LINE
           MOVE SPACES TO reportLine
           STRING "FILE            FROM-BEF  INTO-BEF  FROM-AFT  "
               "INTO-AFT  CHANGED  CHECK"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MERGE-LINE
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > 12
               PERFORM PUT-CONTROL-LINE
           END-PERFORM
           IF highOverflow = 'Y'
               MOVE "Highscore rows left behind - rerun the merge."
                   TO reportLine
               PERFORM PUT-MERGE-LINE
           END-IF
           IF fc-dropped(11) > 0
               MOVE fc-dropped(11) TO cntDisp
               MOVE SPACES TO reportLine
               STRING "Offers dropped, " toName " already held the "
                   "campaign: " cntDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-MERGE-LINE
           END-IF
           IF offerOverflow = 'Y'
               MOVE "Offer rows left behind - rerun the merge."
                   TO reportLine
               PERFORM PUT-MERGE-LINE
           END-IF
           CLOSE merge-report-file
           MOVE 'R' TO rptMode
           MOVE "MERGE" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       PUT-CONTROL-LINE.
           MOVE "OK" TO checkWord
           IF fc-from-after(f) NOT = 0
               MOVE "MISMATCH" TO checkWord
           END-IF
           IF f > 2
               IF fc-to-after(f) NOT = fc-to-before(f)
                   + fc-from-before(f) - fc-dropped(f)
                   MOVE "MISMATCH" TO checkWord
               END-IF
           ELSE
               IF fc-to-before(f) + fc-from-before(f) > 0
               AND fc-to-after(f) NOT = 1
                   MOVE "MISMATCH" TO checkWord
               END-IF
           END-IF
           IF checkWord = "MISMATCH"
               ADD 1 TO mismatchCount
           END-IF
           MOVE fc-from-before(f) TO fromBDisp
           MOVE fc-to-before(f)   TO toBDisp
           MOVE fc-from-after(f)  TO fromADisp
           MOVE fc-to-after(f)    TO toADisp
           MOVE fc-changed(f)     TO cntDisp
           MOVE SPACES TO reportLine
           STRING fc-file(f) "  " fromBDisp "    " toBDisp "    "
               fromADisp "    " toADisp "   " cntDisp "  " checkWord
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MERGE-LINE.

       PUT-MERGE-LINE.
           DISPLAY reportLine
           MOVE reportLine TO merge-report-record
           WRITE merge-report-record.
