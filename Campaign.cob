       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-name
               FILE STATUS IS account-status.
           SELECT player-id-file ASSIGN TO "playerid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pid-name
               FILE STATUS IS playerid-status.
           SELECT offer-file ASSIGN TO "offer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ofr-key
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS offer-status.
           SELECT rating-file ASSIGN TO "playrate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS rating-status.
           SELECT offer-config-file ASSIGN TO "offercfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS offercfg-status.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT ledger-file ASSIGN TO DYNAMIC ledgerName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT mailing-file ASSIGN TO DYNAMIC mailingName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS mailing-status.
           SELECT campaign-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD account-file.
       COPY "acctrec.cpy".

       FD player-id-file.
       COPY "playerid.cpy".

       FD offer-file.
       COPY "offer.cpy".

       FD rating-file.
       COPY "playrate.cpy".

       FD offer-config-file.
       01 offer-config-record.
           02 ocf-min-adt      PIC 9(5)V99.
           02 FILLER           PIC X.
           02 ocf-code         PIC X(8).

       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD ledger-file.
       COPY "ledgerrec.cpy".

       FD mailing-file.
       01 mailing-record.
           02 ml-player        PIC XXX.
           02 FILLER           PIC X.
           02 ml-full-name     PIC X(30).
           02 FILLER           PIC X.
           02 ml-address       PIC X(40).
           02 FILLER           PIC X.
           02 ml-code          PIC X(8).
           02 FILLER           PIC X.
           02 ml-expiry        PIC 9(8).
           02 FILLER           PIC X.
           02 ml-campaign      PIC X(6).

       FD campaign-report-file.
       01 campaign-report-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 account-status   PIC 99.
       01 playerid-status  PIC 99.
       01 offer-status     PIC 99.
       01 rating-status    PIC 99.
       01 offercfg-status  PIC 99.
       01 ledgerix-status  PIC 99.
       01 ledger-status    PIC 99.
       01 mailing-status   PIC 99.
       01 report-status    PIC 99.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 mailingName      PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 todayInteger     PIC 9(8) VALUE 0.
       01 campChoice       PIC 9 VALUE 0.
       01 campDone         PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 campCode         PIC X(6) VALUE SPACES.
       01 campExists       PIC X VALUE 'N'.
       01 campOk           PIC X VALUE 'Y'.
       01 lookbackDays     PIC 999 VALUE 0.
       01 lapsedDays       PIC 999 VALUE 0.
       01 minAdt           PIC 9(5)V99 VALUE 0.
       01 expiryDays       PIC 999 VALUE 0.
       01 holdoutEvery     PIC 99 VALUE 0.
       01 offerExpiry      PIC 9(8) VALUE 0.
       01 fromInteger      PIC 9(8) VALUE 0.
       01 toInteger        PIC 9(8) VALUE 0.
       01 workInteger      PIC 9(8) VALUE 0.
       01 lastInteger      PIC 9(8) VALUE 0.
       01 workDate         PIC 9(8) VALUE 0.
       01 liveRows         PIC 9(6) VALUE 0.
       01 rowName          PIC XXX VALUE SPACES.
       01 rowOutcome       PIC X(4) VALUE SPACES.
       01 rowAmount        PIC 9(5)V99 VALUE 0.
       01 rowMode          PIC X VALUE SPACE.
       01 sweepPurpose     PIC X VALUE SPACE.
       01 c                PIC 9(3) VALUE 0.
       01 k                PIC 9(3) VALUE 0.
       01 candCount        PIC 9(3) VALUE 0.
       01 candOverflow     PIC X VALUE 'N'.
       01 offerOverflow    PIC 9(4) VALUE 0.
       01 eligibleSeq      PIC 9(4) VALUE 0.
       01 holdoutRem       PIC 99 VALUE 0.
       01 holdoutQuot      PIC 9(4) VALUE 0.
       01 tierCount        PIC 9 VALUE 0.
       01 tx               PIC 9 VALUE 0.
       01 bestTier         PIC 9 VALUE 0.
       01 mailedCount      PIC 9(4) VALUE 0.
       01 holdCount        PIC 9(4) VALUE 0.
       01 mailedRedeemed   PIC 9(4) VALUE 0.
       01 holdRedeemed     PIC 9(4) VALUE 0.
       01 skipExcl         PIC 9(4) VALUE 0.
       01 skipCap          PIC 9(4) VALUE 0.
       01 skipRecency      PIC 9(4) VALUE 0.
       01 skipTheo         PIC 9(4) VALUE 0.
       01 ratedRows        PIC 9(4) VALUE 0.
       01 mailedHandle     PIC S9(9)V99 VALUE 0.
       01 holdHandle       PIC S9(9)V99 VALUE 0.
       01 mailedAvg        PIC S9(7)V99 VALUE 0.
       01 holdAvg          PIC S9(7)V99 VALUE 0.
       01 incrementalPlay  PIC S9(9)V99 VALUE 0.
       01 responsePct      PIC 999V99 VALUE 0.
       01 campSelected     PIC 9(8) VALUE 0.
       01 campExpiry       PIC 9(8) VALUE 0.
       01 measureEnd       PIC 9(8) VALUE 0.
       01 reportLine       PIC X(80) VALUE SPACES.
       01 cntDisp          PIC ZZZ9.
       01 amtDisp          PIC -ZZZZZZZ9.99.
       01 pctDisp          PIC ZZ9.99.
       01 opsProgram       PIC X(8) VALUE "CAMPAIGN".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 offer-tier-table.
           05 offer-tier OCCURS 5 TIMES.
               10 tier-min-adt  PIC 9(5)V99.
               10 tier-code     PIC X(8).

       01 candidate-table.
           05 candidate-entry OCCURS 500 TIMES.
               10 cnd-name      PIC XXX.
               10 cnd-cap       PIC 9(5)V99.
               10 cnd-adt       PIC S9(7)V99.
               10 cnd-last      PIC 9(8).
               10 cnd-cap-hit   PIC X.
               10 cnd-day-loss  PIC S9(7)V99.
               10 cnd-handle    PIC S9(9)V99.
               10 cnd-group     PIC X.
               10 cnd-redeemed  PIC X.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(todayDate)
           PERFORM UNTIL campDone = 'Y'
               DISPLAY " "
               DISPLAY "===== MARKETING OFFER CAMPAIGNS ====="
               DISPLAY "1=Select players and mail 2=Campaign report "
                   "9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT campChoice
               EVALUATE campChoice
                   WHEN 1
                       PERFORM RUN-SELECTION
                   WHEN 2
                       PERFORM CAMPAIGN-REPORT
                   WHEN 9
                       MOVE 'Y' TO campDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

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
           IF offer-status = "35"
               OPEN OUTPUT offer-file
               CLOSE offer-file
               OPEN I-O offer-file
           END-IF
           IF offer-status NOT = "00"
               DISPLAY "Error opening offer file, status: "
                   offer-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "offer open status " offer-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       RUN-SELECTION.
           MOVE SPACES TO campCode
           DISPLAY "Campaign code (6 chars): " WITH NO ADVANCING
           ACCEPT campCode
           MOVE 0 TO lookbackDays
           DISPLAY "Played within last N days (0=90): "
               WITH NO ADVANCING
           ACCEPT lookbackDays
           IF lookbackDays = 0
               MOVE 90 TO lookbackDays
           END-IF
           MOVE 0 TO lapsedDays
           DISPLAY "But not within last N days (0=any): "
               WITH NO ADVANCING
           ACCEPT lapsedDays
           MOVE 0 TO minAdt
           DISPLAY "Minimum average daily theo: " WITH NO ADVANCING
           ACCEPT minAdt
           MOVE 0 TO expiryDays
           DISPLAY "Offer valid days (0=30): " WITH NO ADVANCING
           ACCEPT expiryDays
           IF expiryDays = 0
               MOVE 30 TO expiryDays
           END-IF
           MOVE 0 TO holdoutEvery
           DISPLAY "Hold out every Nth player (0=10): "
               WITH NO ADVANCING
           ACCEPT holdoutEvery
           IF holdoutEvery = 0
               MOVE 10 TO holdoutEvery
           END-IF
           MOVE 'Y' TO campOk
           IF campCode = SPACES
               DISPLAY "Campaign code required."
               MOVE 'N' TO campOk
           END-IF
           IF lapsedDays >= lookbackDays
               DISPLAY "Lapsed days must be under the look-back."
               MOVE 'N' TO campOk
           END-IF
           IF campOk = 'Y'
               PERFORM CHECK-CAMPAIGN-EXISTS
               IF campExists = 'Y'
                   DISPLAY "Campaign " campCode " already selected."
                   MOVE 'N' TO campOk
               END-IF
           END-IF
           IF campOk = 'Y'
               PERFORM LOAD-OFFER-TIERS
               PERFORM LOAD-CANDIDATES
               PERFORM LOAD-RATINGS
               IF ratedRows = 0
                   DISPLAY "No player ratings on file - run "
                       "PlayerRate first."
                   MOVE 'N' TO campOk
               END-IF
           END-IF
           IF campOk = 'Y'
               COMPUTE fromInteger = todayInteger - lookbackDays
               MOVE todayInteger TO toInteger
               MOVE 'S' TO sweepPurpose
               PERFORM VARYING workInteger FROM fromInteger BY 1
                   UNTIL workInteger > toInteger
                   COMPUTE workDate =
                       FUNCTION DATE-OF-INTEGER(workInteger)
                   PERFORM VARYING c FROM 1 BY 1 UNTIL c > candCount
                       MOVE 0 TO cnd-day-loss(c)
                   END-PERFORM
                   PERFORM SWEEP-LEDGER-DAY
                   PERFORM VARYING c FROM 1 BY 1 UNTIL c > candCount
                       IF cnd-cap(c) > 0
                       AND cnd-day-loss(c) >= cnd-cap(c)
                           MOVE 'Y' TO cnd-cap-hit(c)
                       END-IF
                   END-PERFORM
               END-PERFORM
               COMPUTE offerExpiry = FUNCTION DATE-OF-INTEGER
                   (todayInteger + expiryDays)
               PERFORM SELECT-AND-MAIL
           END-IF.

       CHECK-CAMPAIGN-EXISTS.
           MOVE 'N' TO campExists
           OPEN INPUT offer-file
           IF offer-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y' OR campExists = 'Y'
                   READ offer-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF ofr-campaign = campCode
                               MOVE 'Y' TO campExists
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE offer-file
           END-IF.

       LOAD-OFFER-TIERS.
           MOVE 0 TO tierCount
           OPEN INPUT offer-config-file
           IF offercfg-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y' OR tierCount >= 5
                   READ offer-config-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF ocf-min-adt IS NUMERIC
                       AND ocf-code NOT = SPACES
                           ADD 1 TO tierCount
                           MOVE ocf-min-adt TO tier-min-adt(tierCount)
                           MOVE ocf-code    TO tier-code(tierCount)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE offer-config-file
           END-IF
           IF tierCount = 0
               MOVE 1 TO tierCount
               MOVE 0 TO tier-min-adt(1)
               MOVE "WELCOME" TO tier-code(1)
           END-IF.

       LOAD-CANDIDATES.
           MOVE 0 TO candCount
           MOVE 'N' TO candOverflow
           MOVE 0 TO skipExcl
           OPEN INPUT account-file
           IF account-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ account-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           PERFORM ADD-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE account-file
           END-IF.

       ADD-CANDIDATE.
           EVALUATE TRUE
               WHEN acct-name = "HSE"
               WHEN acct-name(1:1) = "#"
                   CONTINUE
               WHEN acct-excl = 'Y'
                   ADD 1 TO skipExcl
               WHEN candCount >= 500
                   MOVE 'Y' TO candOverflow
               WHEN OTHER
                   ADD 1 TO candCount
                   MOVE acct-name     TO cnd-name(candCount)
                   MOVE acct-loss-cap TO cnd-cap(candCount)
                   MOVE 0   TO cnd-adt(candCount)
                   MOVE 0   TO cnd-last(candCount)
                   MOVE 'N' TO cnd-cap-hit(candCount)
                   MOVE 0   TO cnd-day-loss(candCount)
                   MOVE 0   TO cnd-handle(candCount)
                   MOVE SPACE TO cnd-group(candCount)
                   MOVE 'N' TO cnd-redeemed(candCount)
           END-EVALUATE.

       LOAD-RATINGS.
           MOVE 0 TO ratedRows
           OPEN INPUT rating-file
           IF rating-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ rating-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO ratedRows
                       MOVE prt-name TO rowName
                       PERFORM FIND-CANDIDATE
                       IF c > 0 AND prt-adt IS NUMERIC
                           MOVE prt-adt TO cnd-adt(c)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE rating-file
           END-IF.

       FIND-CANDIDATE.
           MOVE 0 TO c
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > candCount OR c > 0
               IF cnd-name(k) = rowName
                   MOVE k TO c
               END-IF
           END-PERFORM.

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
                                   MOVE lix-user-name TO rowName
                                   MOVE lix-outcome   TO rowOutcome
                                   MOVE lix-amount    TO rowAmount
                                   MOVE lix-mode      TO rowMode
                                   PERFORM POST-CAMPAIGN-ROW
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
                           MOVE ledger-user-name TO rowName
                           MOVE ledger-outcome   TO rowOutcome
                           MOVE ledger-amount    TO rowAmount
                           MOVE ledger-mode      TO rowMode
                           PERFORM POST-CAMPAIGN-ROW
                       END-READ
                   END-PERFORM
                   CLOSE ledger-file
               END-IF
           END-IF.

       POST-CAMPAIGN-ROW.
           IF rowMode NOT = 'T'
               PERFORM FIND-CANDIDATE
               IF c > 0
                   IF sweepPurpose = 'S'
                       PERFORM POST-SELECTION-ROW
                   ELSE
                       PERFORM POST-RESPONSE-ROW
                   END-IF
               END-IF
           END-IF.

       POST-SELECTION-ROW.
           EVALUATE rowOutcome
               WHEN "BET "
                   MOVE workDate TO cnd-last(c)
                   ADD rowAmount TO cnd-day-loss(c)
               WHEN "TOKE"
                   ADD rowAmount TO cnd-day-loss(c)
               WHEN "WIN "
               WHEN "RTRN"
               WHEN "VOID"
                   SUBTRACT rowAmount FROM cnd-day-loss(c)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       POST-RESPONSE-ROW.
           EVALUATE rowOutcome
               WHEN "BET "
                   ADD rowAmount TO cnd-handle(c)
               WHEN "RTRN"
               WHEN "VOID"
                   SUBTRACT rowAmount FROM cnd-handle(c)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SELECT-AND-MAIL.
           MOVE 0 TO eligibleSeq
           MOVE 0 TO mailedCount
           MOVE 0 TO holdCount
           MOVE 0 TO skipCap
           MOVE 0 TO skipRecency
           MOVE 0 TO skipTheo
           MOVE SPACES TO mailingName
           STRING "mailing-" campCode ".dat"
               DELIMITED BY SPACE INTO mailingName
           OPEN OUTPUT mailing-file
           OPEN INPUT player-id-file
           PERFORM OPEN-OFFER-FILE
           IF offer-status = "00"
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > candCount
                   PERFORM SELECT-ONE-CANDIDATE
               END-PERFORM
               CLOSE offer-file
           END-IF
           IF playerid-status = "00"
               CLOSE player-id-file
           END-IF
           CLOSE mailing-file
           MOVE 'R' TO rptMode
           MOVE "MAILING" TO rptType
           MOVE mailingName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords
           PERFORM PUT-SELECTION-SUMMARY
           MOVE "CAMPAIGN" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING campCode " mail " mailedCount " hold " holdCount
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       SELECT-ONE-CANDIDATE.
           IF cnd-last(c) > 0
               COMPUTE lastInteger =
                   FUNCTION INTEGER-OF-DATE(cnd-last(c))
           ELSE
               MOVE 0 TO lastInteger
           END-IF
           EVALUATE TRUE
               WHEN cnd-cap-hit(c) = 'Y'
                   ADD 1 TO skipCap
               WHEN cnd-last(c) = 0
               WHEN todayInteger - lastInteger < lapsedDays
                   ADD 1 TO skipRecency
               WHEN cnd-adt(c) < minAdt
                   ADD 1 TO skipTheo
               WHEN OTHER
                   ADD 1 TO eligibleSeq
                   DIVIDE eligibleSeq BY holdoutEvery
                       GIVING holdoutQuot REMAINDER holdoutRem
                   PERFORM PICK-OFFER-TIER
                   MOVE SPACES          TO offer-record
                   MOVE cnd-name(c)     TO ofr-player
                   MOVE campCode        TO ofr-campaign
                   MOVE todayDate       TO ofr-selected
                   MOVE offerExpiry     TO ofr-expiry
                   MOVE cnd-adt(c)      TO ofr-adt
                   MOVE cnd-last(c)     TO ofr-last-play
                   MOVE 0               TO ofr-redeemed
                   IF holdoutRem = 0
                       MOVE "HOLDOUT" TO ofr-code
                       MOVE 'H'       TO ofr-group
                       ADD 1 TO holdCount
                   ELSE
                       MOVE tier-code(bestTier) TO ofr-code
                       MOVE 'M'       TO ofr-group
                       ADD 1 TO mailedCount
                       PERFORM WRITE-MAILING-ROW
                   END-IF
                   WRITE offer-record
                       INVALID KEY
                           DISPLAY "Offer already on file for "
                               cnd-name(c)
                   END-WRITE
           END-EVALUATE.

       PICK-OFFER-TIER.
           MOVE 1 TO bestTier
           PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > tierCount
               IF cnd-adt(c) >= tier-min-adt(tx)
               AND tier-min-adt(tx) >= tier-min-adt(bestTier)
                   MOVE tx TO bestTier
               END-IF
           END-PERFORM.

       WRITE-MAILING-ROW.
           MOVE SPACES TO mailing-record
           MOVE cnd-name(c) TO ml-player
           IF playerid-status = "00"
               MOVE cnd-name(c) TO pid-name
               READ player-id-file KEY IS pid-name
                   NOT INVALID KEY
                       MOVE pid-full-name TO ml-full-name
                       MOVE pid-address   TO ml-address
               END-READ
           END-IF
           MOVE tier-code(bestTier) TO ml-code
           MOVE offerExpiry TO ml-expiry
           MOVE campCode TO ml-campaign
           WRITE mailing-record.

       PUT-SELECTION-SUMMARY.
           DISPLAY "Campaign " campCode " selection:"
           DISPLAY "  Mailed offers      " mailedCount
           DISPLAY "  Holdout group      " holdCount
           DISPLAY "  Skipped excluded   " skipExcl
           DISPLAY "  Skipped loss cap   " skipCap
           DISPLAY "  Skipped recency    " skipRecency
           DISPLAY "  Skipped below theo " skipTheo
           IF candOverflow = 'Y'
               DISPLAY "  Over 500 accounts - remainder not considered."
               MOVE "CAMPAIGN CAP" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING campCode " over 500 accounts"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           DISPLAY "  Mailing extract    " mailingName.

       CAMPAIGN-REPORT.
           MOVE SPACES TO campCode
           DISPLAY "Campaign code: " WITH NO ADVANCING
           ACCEPT campCode
           MOVE 0 TO candCount
           MOVE 0 TO offerOverflow
           MOVE 0 TO campSelected
           MOVE 0 TO campExpiry
           MOVE 0 TO mailedCount
           MOVE 0 TO holdCount
           MOVE 0 TO mailedRedeemed
           MOVE 0 TO holdRedeemed
           OPEN INPUT offer-file
           IF offer-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ offer-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF ofr-campaign = campCode
                               PERFORM LOAD-CAMPAIGN-PLAYER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE offer-file
           END-IF
           IF candCount = 0
               DISPLAY "No offers on file for campaign " campCode
           ELSE
               MOVE campExpiry TO measureEnd
               IF measureEnd > todayDate
                   MOVE todayDate TO measureEnd
               END-IF
               COMPUTE fromInteger =
                   FUNCTION INTEGER-OF-DATE(campSelected)
               COMPUTE toInteger = FUNCTION INTEGER-OF-DATE(measureEnd)
               IF toInteger - fromInteger > 92
                   COMPUTE toInteger = fromInteger + 92
               END-IF
               MOVE 'R' TO sweepPurpose
               PERFORM VARYING workInteger FROM fromInteger BY 1
                   UNTIL workInteger > toInteger
                   COMPUTE workDate =
                       FUNCTION DATE-OF-INTEGER(workInteger)
                   PERFORM SWEEP-LEDGER-DAY
               END-PERFORM
               PERFORM WRITE-CAMPAIGN-REPORT
           END-IF.

       LOAD-CAMPAIGN-PLAYER.
           IF candCount < 500
               ADD 1 TO candCount
               MOVE ofr-player TO cnd-name(candCount)
               MOVE ofr-group  TO cnd-group(candCount)
               MOVE 0          TO cnd-handle(candCount)
               MOVE ofr-adt    TO cnd-adt(candCount)
               IF ofr-redeemed > 0
                   MOVE 'Y' TO cnd-redeemed(candCount)
               ELSE
                   MOVE 'N' TO cnd-redeemed(candCount)
               END-IF
               MOVE ofr-selected TO campSelected
               MOVE ofr-expiry   TO campExpiry
               IF ofr-group = 'H'
                   ADD 1 TO holdCount
               ELSE
                   ADD 1 TO mailedCount
                   IF ofr-redeemed > 0
                       ADD 1 TO mailedRedeemed
                   END-IF
               END-IF
           ELSE
               ADD 1 TO offerOverflow
           END-IF.

       WRITE-CAMPAIGN-REPORT.
           MOVE 0 TO mailedHandle
           MOVE 0 TO holdHandle
           PERFORM VARYING c FROM 1 BY 1 UNTIL c > candCount
               IF cnd-group(c) = 'H'
                   ADD cnd-handle(c) TO holdHandle
               ELSE
                   ADD cnd-handle(c) TO mailedHandle
               END-IF
           END-PERFORM
           MOVE 0 TO mailedAvg
           MOVE 0 TO holdAvg
           MOVE 0 TO responsePct
           IF mailedCount > 0
               COMPUTE mailedAvg ROUNDED = mailedHandle / mailedCount
               COMPUTE responsePct ROUNDED =
                   mailedRedeemed * 100 / mailedCount
           END-IF
           IF holdCount > 0
               COMPUTE holdAvg ROUNDED = holdHandle / holdCount
           END-IF
           COMPUTE incrementalPlay = (mailedAvg - holdAvg) * mailedCount
           MOVE SPACES TO reportName
           STRING "campaign-" campCode ".dat"
               DELIMITED BY SPACE INTO reportName
           OPEN OUTPUT campaign-report-file
           MOVE SPACES TO reportLine
           STRING "===== OFFER CAMPAIGN " campCode " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CAMPAIGN-LINE
           MOVE SPACES TO reportLine
           STRING "Selected " campSelected "  offer expiry "
               campExpiry "  measured to " measureEnd
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CAMPAIGN-LINE
           MOVE SPACES TO reportLine
           PERFORM PUT-CAMPAIGN-LINE
           MOVE SPACES TO reportLine
           STRING "GROUP      PLAYERS REDEEMED        HANDLE"
               "    AVG/PLAYER" DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CAMPAIGN-LINE
           MOVE SPACES TO reportLine
           MOVE "MAILED" TO reportLine(1:6)
           MOVE mailedCount TO cntDisp
           MOVE cntDisp TO reportLine(13:4)
           MOVE mailedRedeemed TO cntDisp
           MOVE cntDisp TO reportLine(22:4)
           MOVE mailedHandle TO amtDisp
           MOVE amtDisp TO reportLine(28:12)
           MOVE mailedAvg TO amtDisp
           MOVE amtDisp TO reportLine(42:12)
           PERFORM PUT-CAMPAIGN-LINE
           MOVE SPACES TO reportLine
           MOVE "HOLDOUT" TO reportLine(1:7)
           MOVE holdCount TO cntDisp
           MOVE cntDisp TO reportLine(13:4)
           MOVE holdHandle TO amtDisp
           MOVE amtDisp TO reportLine(28:12)
           MOVE holdAvg TO amtDisp
           MOVE amtDisp TO reportLine(42:12)
           PERFORM PUT-CAMPAIGN-LINE
           MOVE SPACES TO reportLine
           PERFORM PUT-CAMPAIGN-LINE
           MOVE responsePct TO pctDisp
           MOVE SPACES TO reportLine
           STRING "Response rate (mailed redeemed)  " pctDisp "%"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CAMPAIGN-LINE
           MOVE incrementalPlay TO amtDisp
           MOVE SPACES TO reportLine
           STRING "Incremental play vs holdout   " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CAMPAIGN-LINE
           IF holdCount = 0
               MOVE "No holdout group - incremental play is not "
                   TO reportLine
               MOVE "measured." TO reportLine(44:9)
               PERFORM PUT-CAMPAIGN-LINE
           END-IF
           IF offerOverflow > 0
               MOVE offerOverflow TO cntDisp
               MOVE SPACES TO reportLine
               STRING cntDisp " offers not measured - more than 500 "
                   "on file for the campaign."
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-CAMPAIGN-LINE
               MOVE "CAMPAIGN CAP" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING campCode " " cntDisp " not measured"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           CLOSE campaign-report-file
           MOVE 'R' TO rptMode
           MOVE "CAMPAIGN" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords
           MOVE "CAMPAIGN RPT" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING campCode " resp " pctDisp
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       PUT-CAMPAIGN-LINE.
           DISPLAY reportLine
           MOVE reportLine TO campaign-report-record
           WRITE campaign-report-record.
