       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT ledger-file ASSIGN TO DYNAMIC ledgerName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT roll-journal-file ASSIGN TO "rolljrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS rolljrnl-status.
           SELECT paytable-file ASSIGN TO "paytable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS paytable-status.
           SELECT cfg-version-file ASSIGN TO "cfgver.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cfgver-status.
           SELECT cfg-log-file ASSIGN TO "cfglog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cfglog-status.
           SELECT audit-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD ledger-file.
       COPY "ledgerrec.cpy".

       FD roll-journal-file.
       COPY "rolljrnl.cpy".

       FD paytable-file.
       01 paytable-line    PIC X(107).

       FD cfg-version-file.
       COPY "cfgver.cpy".

       FD cfg-log-file.
       COPY "cfglog.cpy".

       FD audit-report-file.
       01 audit-report-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 ledgerix-status  PIC 99.
       01 ledger-status    PIC 99.
       01 rolljrnl-status  PIC 99.
       01 paytable-status  PIC 99.
       01 report-status    PIC 99.
       01 cfgver-status    PIC 99.
       01 cfglog-status    PIC 99.
       COPY "paytbl.cpy".
       COPY "paytblf.cpy".

       01 payVersion       PIC 9(4) VALUE 0.
       01 payEff           PIC 9(8) VALUE 0.
       01 payFirstVersion  PIC 9(4) VALUE 0.
       01 payFirstEff      PIC 9(8) VALUE 0.
       01 payLoaded        PIC X VALUE 'N'.
       01 paySource        PIC X(40) VALUE SPACES.

       01 ledgerName       PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 auditDate        PIC 9(8) VALUE 0.
       01 ledgerSource     PIC X(8) VALUE SPACES.
       01 end-of-file      PIC X VALUE 'N'.
       01 liveRows         PIC 9(6) VALUE 0.
       01 ledgerRows       PIC 9(6) VALUE 0.
       01 minGame          PIC 9(6) VALUE 999999.
       01 maxGame          PIC 9(6) VALUE 0.

       01 auditName        PIC XXX.
       01 auditType        PIC X(10).
       01 auditAmount      PIC 9(5)V99.
       01 auditOutcome     PIC X(4).
       01 auditGame        PIC 9(6).
       01 auditRoll        PIC 9(4).
       01 auditStake       PIC 9(5)V99.
       01 auditVariant     PIC X VALUE SPACE.
       01 auditTable       PIC 99.

       01 winCount         PIC 9(4) VALUE 0.
       01 w                PIC 9(4) VALUE 0.
       01 stakeCount       PIC 9(4) VALUE 0.
       01 k                PIC 9(4) VALUE 0.
       01 stakeIdx         PIC 9(4) VALUE 0.
       01 tableFull        PIC X VALUE 'N'.

       01 rollTotal        PIC 99 VALUE 0.
       01 rollPoint        PIC 99 VALUE 0.
       01 betNumber        PIC 99 VALUE 0.
       01 rollWins         PIC X VALUE 'Y'.
       01 payMultNum       PIC 99 VALUE 1.
       01 payMultDen       PIC 99 VALUE 1.
       01 expectedPay      PIC 9(6)V99 VALUE 0.
       01 candidatePay     PIC 9(6)V99 VALUE 0.
       01 bestDiff         PIC S9(6)V99 VALUE 0.
       01 candDiff         PIC S9(6)V99 VALUE 0.
       01 payDiff          PIC S9(6)V99 VALUE 0.
       01 checkStatus      PIC X(9) VALUE SPACES.

       01 checkedCount     PIC 9(4) VALUE 0.
       01 correctCount     PIC 9(4) VALUE 0.
       01 overCount        PIC 9(4) VALUE 0.
       01 underCount       PIC 9(4) VALUE 0.
       01 exceptCount      PIC 9(4) VALUE 0.
       01 uncheckedCount   PIC 9(4) VALUE 0.
       01 overTotal        PIC 9(7)V99 VALUE 0.
       01 underTotal       PIC 9(7)V99 VALUE 0.

       01 reportLine       PIC X(80) VALUE SPACES.
       01 paidDisp         PIC ZZZZ9.99.
       01 expDisp          PIC ZZZZZ9.99.
       01 diffDisp         PIC -ZZZZZ9.99.
       01 totDisp          PIC ZZZZZZ9.99.
       01 cntDisp          PIC ZZZ9.
       01 opsProgram       PIC X(8) VALUE "PAYAUDIT".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 win-table.
           05 win-entry OCCURS 2000 TIMES.
               10 pw-game      PIC 9(6).
               10 pw-roll      PIC 9(4).
               10 pw-name      PIC XXX.
               10 pw-type      PIC X(10).
               10 pw-paid      PIC 9(5)V99.
               10 pw-stake     PIC 9(5)V99.
               10 pw-table     PIC 99.
               10 pw-backed    PIC X.
               10 pw-found     PIC X.
               10 pw-die1      PIC 9.
               10 pw-die2      PIC 9.
               10 pw-total     PIC 99.
               10 pw-point     PIC 99.
               10 pw-variant   PIC X.

       01 stake-table.
           05 stake-entry OCCURS 500 TIMES.
               10 sk-name      PIC XXX.
               10 sk-type      PIC X(10).
               10 sk-open      PIC S9(7)V99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           MOVE 0 TO auditDate
           DISPLAY "Business date to audit (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
           ACCEPT auditDate
           IF auditDate = 0
               MOVE todayDate TO auditDate
           END-IF.
           PERFORM LOAD-PAYTABLE.
           PERFORM SWEEP-LIVE-LEDGER.
           IF liveRows = 0
               PERFORM SWEEP-ARCHIVE-LEDGER
           END-IF.
           IF ledgerRows = 0
               DISPLAY "No ledger rows for " auditDate
               STOP RUN.
           PERFORM MATCH-SETTLING-ROLLS.
           PERFORM WRITE-AUDIT-REPORT.
           STOP RUN.

       LOAD-PAYTABLE.
           MOVE 'N' TO payLoaded
           PERFORM FIND-PAYTABLE-VERSION
           IF payVersion = 0 AND payFirstVersion > 0
               MOVE payFirstVersion TO payVersion
               MOVE payFirstEff     TO payEff
           END-IF
           IF payVersion > 0
               PERFORM LOAD-PAYTABLE-VERSION
           END-IF
           IF payLoaded = 'Y'
               MOVE SPACES TO paySource
               STRING "paytable.dat v" payVersion " effective "
                   payEff
                   DELIMITED BY SIZE INTO paySource
           ELSE
               MOVE "paytable.dat live (no version on file)"
                   TO paySource
               PERFORM LOAD-LIVE-PAYTABLE
           END-IF.

       FIND-PAYTABLE-VERSION.
           MOVE 0 TO payVersion
           MOVE 0 TO payEff
           MOVE 0 TO payFirstVersion
           MOVE 99999999 TO payFirstEff
           OPEN INPUT cfg-log-file
           IF cfglog-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cfg-log-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF clg-file = "paytable.dat"
                       AND clg-action NOT = "STAGED"
                           PERFORM JUDGE-PAYTABLE-VERSION
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cfg-log-file
           END-IF.

       JUDGE-PAYTABLE-VERSION.
           IF clg-eff-date <= auditDate
           AND clg-eff-date >= payEff
               MOVE clg-version  TO payVersion
               MOVE clg-eff-date TO payEff
           END-IF
           IF clg-eff-date < payFirstEff
               MOVE clg-version  TO payFirstVersion
               MOVE clg-eff-date TO payFirstEff
           END-IF.

       LOAD-PAYTABLE-VERSION.
           OPEN INPUT cfg-version-file
           IF cfgver-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cfg-version-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cvr-file = "paytable.dat"
                       AND cvr-version = payVersion
                       AND cvr-line = 1
                           MOVE cvr-text TO paytable-record
                           PERFORM APPLY-PAYTABLE-RECORD
                           MOVE 'Y' TO payLoaded
                           MOVE 'Y' TO end-of-file
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cfg-version-file
           END-IF.

       LOAD-LIVE-PAYTABLE.
           OPEN INPUT paytable-file
           IF paytable-status = "00"
               READ paytable-file
                   NOT AT END
                       MOVE paytable-line TO paytable-record
                       PERFORM APPLY-PAYTABLE-RECORD
               END-READ
               CLOSE paytable-file
           END-IF.

       APPLY-PAYTABLE-RECORD.
           IF ptf-place410-num IS NUMERIC
           AND ptf-place410-num > 0
               MOVE ptf-place410-num TO ptPlace410Num
           END-IF
           IF ptf-place410-den IS NUMERIC
           AND ptf-place410-den > 0
               MOVE ptf-place410-den TO ptPlace410Den
           END-IF
           IF ptf-place59-num IS NUMERIC
           AND ptf-place59-num > 0
               MOVE ptf-place59-num TO ptPlace59Num
           END-IF
           IF ptf-place59-den IS NUMERIC
           AND ptf-place59-den > 0
               MOVE ptf-place59-den TO ptPlace59Den
           END-IF
           IF ptf-place68-num IS NUMERIC
           AND ptf-place68-num > 0
               MOVE ptf-place68-num TO ptPlace68Num
           END-IF
           IF ptf-place68-den IS NUMERIC
           AND ptf-place68-den > 0
               MOVE ptf-place68-den TO ptPlace68Den
           END-IF
           IF ptf-field212 IS NUMERIC
           AND ptf-field212 > 0
               MOVE ptf-field212 TO ptField212
           END-IF
           IF ptf-hard410 IS NUMERIC
           AND ptf-hard410 > 0
               MOVE ptf-hard410 TO ptHard410
           END-IF
           IF ptf-hard68-num IS NUMERIC
           AND ptf-hard68-num > 0
               MOVE ptf-hard68-num TO ptHard68Num
           END-IF
           IF ptf-hard68-den IS NUMERIC
           AND ptf-hard68-den > 0
               MOVE ptf-hard68-den TO ptHard68Den
           END-IF
           IF ptf-anycraps IS NUMERIC
           AND ptf-anycraps > 0
               MOVE ptf-anycraps TO ptAnyCraps
           END-IF
           IF ptf-anyseven IS NUMERIC
           AND ptf-anyseven > 0
               MOVE ptf-anyseven TO ptAnySeven
           END-IF
           IF ptf-horn212 IS NUMERIC
           AND ptf-horn212 > 0
               MOVE ptf-horn212 TO ptHorn212
           END-IF
           IF ptf-horn311 IS NUMERIC
           AND ptf-horn311 > 0
               MOVE ptf-horn311 TO ptHorn311
           END-IF
           IF ptf-odds410-num IS NUMERIC
           AND ptf-odds410-num > 0
               MOVE ptf-odds410-num TO ptOdds410Num
           END-IF
           IF ptf-odds410-den IS NUMERIC
           AND ptf-odds410-den > 0
               MOVE ptf-odds410-den TO ptOdds410Den
           END-IF
           IF ptf-odds59-num IS NUMERIC
           AND ptf-odds59-num > 0
               MOVE ptf-odds59-num TO ptOdds59Num
           END-IF
           IF ptf-odds59-den IS NUMERIC
           AND ptf-odds59-den > 0
               MOVE ptf-odds59-den TO ptOdds59Den
           END-IF
           IF ptf-odds68-num IS NUMERIC
           AND ptf-odds68-num > 0
               MOVE ptf-odds68-num TO ptOdds68Num
           END-IF
           IF ptf-odds68-den IS NUMERIC
           AND ptf-odds68-den > 0
               MOVE ptf-odds68-den TO ptOdds68Den
           END-IF
           IF ptf-fire4 IS NUMERIC
           AND ptf-fire4 > 0
               MOVE ptf-fire4 TO ptFire4
           END-IF
           IF ptf-fire5 IS NUMERIC
           AND ptf-fire5 > 0
               MOVE ptf-fire5 TO ptFire5
           END-IF
           IF ptf-fire6 IS NUMERIC
           AND ptf-fire6 > 0
               MOVE ptf-fire6 TO ptFire6
           END-IF
           IF ptf-ats-all IS NUMERIC
           AND ptf-ats-all > 0
               MOVE ptf-ats-all TO ptAtsAll
           END-IF
           IF ptf-ats-tall IS NUMERIC
           AND ptf-ats-tall > 0
               MOVE ptf-ats-tall TO ptAtsTall
           END-IF
           IF ptf-ats-small IS NUMERIC
           AND ptf-ats-small > 0
               MOVE ptf-ats-small TO ptAtsSmall
           END-IF
           IF ptf-place212-num IS NUMERIC
           AND ptf-place212-num > 0
               MOVE ptf-place212-num TO ptPlace212Num
           END-IF
           IF ptf-place212-den IS NUMERIC
           AND ptf-place212-den > 0
               MOVE ptf-place212-den TO ptPlace212Den
           END-IF
           IF ptf-place311-num IS NUMERIC
           AND ptf-place311-num > 0
               MOVE ptf-place311-num TO ptPlace311Num
           END-IF
           IF ptf-place311-den IS NUMERIC
           AND ptf-place311-den > 0
               MOVE ptf-place311-den TO ptPlace311Den
           END-IF
           IF ptf-odds212-num IS NUMERIC
           AND ptf-odds212-num > 0
               MOVE ptf-odds212-num TO ptOdds212Num
           END-IF
           IF ptf-odds212-den IS NUMERIC
           AND ptf-odds212-den > 0
               MOVE ptf-odds212-den TO ptOdds212Den
           END-IF
           IF ptf-odds311-num IS NUMERIC
           AND ptf-odds311-num > 0
               MOVE ptf-odds311-num TO ptOdds311Num
           END-IF
           IF ptf-odds311-den IS NUMERIC
           AND ptf-odds311-den > 0
               MOVE ptf-odds311-den TO ptOdds311Den
           END-IF.

       SWEEP-LIVE-LEDGER.
           OPEN INPUT ledger-index-file
           IF ledgerix-status = "00"
               MOVE auditDate TO lix-date
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
                               IF lix-date NOT = auditDate
                                   MOVE 'Y' TO end-of-file
                               ELSE
                                   ADD 1 TO liveRows
                                   PERFORM MOVE-LIX-TO-AUDIT
                                   PERFORM POST-AUDIT-ROW
                               END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ledger-index-file
           END-IF
           IF liveRows > 0
               MOVE "ledgerix" TO ledgerSource
           END-IF.

       SWEEP-ARCHIVE-LEDGER.
           MOVE SPACES TO ledgerName
           STRING "ledger-" auditDate ".dat"
               DELIMITED BY SIZE INTO ledgerName
           OPEN INPUT ledger-file
           IF ledger-status = "00"
               MOVE "archive" TO ledgerSource
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ ledger-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM MOVE-ARCHIVE-TO-AUDIT
                       PERFORM POST-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE ledger-file
           END-IF.

       MOVE-LIX-TO-AUDIT.
           MOVE lix-user-name TO auditName
           MOVE lix-bet-type  TO auditType
           MOVE lix-amount    TO auditAmount
           MOVE lix-outcome   TO auditOutcome
           MOVE lix-game      TO auditGame
           MOVE lix-table     TO auditTable
           MOVE lix-variant   TO auditVariant
           IF lix-roll IS NUMERIC
               MOVE lix-roll TO auditRoll
           ELSE
               MOVE 0 TO auditRoll
           END-IF
           IF lix-stake IS NUMERIC
               MOVE lix-stake TO auditStake
           ELSE
               MOVE 0 TO auditStake
           END-IF.

       MOVE-ARCHIVE-TO-AUDIT.
           MOVE ledger-user-name TO auditName
           MOVE ledger-bet-type  TO auditType
           MOVE ledger-amount    TO auditAmount
           MOVE ledger-outcome   TO auditOutcome
           MOVE ledger-game      TO auditGame
           MOVE ledger-table     TO auditTable
           MOVE ledger-variant   TO auditVariant
           IF ledger-roll IS NUMERIC
               MOVE ledger-roll TO auditRoll
           ELSE
               MOVE 0 TO auditRoll
           END-IF
           IF ledger-stake IS NUMERIC
               MOVE ledger-stake TO auditStake
           ELSE
               MOVE 0 TO auditStake
           END-IF.

       POST-AUDIT-ROW.
           ADD 1 TO ledgerRows
           EVALUATE auditOutcome
               WHEN "BET "
                   PERFORM FIND-STAKE-ENTRY
                   IF stakeIdx > 0
                       ADD auditAmount TO sk-open(stakeIdx)
                   END-IF
               WHEN "LOSS"
               WHEN "RTRN"
               WHEN "VOID"
                   PERFORM FIND-STAKE-ENTRY
                   IF stakeIdx > 0
                       SUBTRACT auditAmount FROM sk-open(stakeIdx)
                   END-IF
               WHEN "WIN "
                   PERFORM KEEP-WIN-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-STAKE-ENTRY.
           MOVE 0 TO stakeIdx
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > stakeCount OR stakeIdx > 0
               IF sk-name(k) = auditName AND sk-type(k) = auditType
                   MOVE k TO stakeIdx
               END-IF
           END-PERFORM
           IF stakeIdx = 0
               IF stakeCount < 500
                   ADD 1 TO stakeCount
                   MOVE stakeCount TO stakeIdx
                   MOVE auditName  TO sk-name(stakeIdx)
                   MOVE auditType  TO sk-type(stakeIdx)
                   MOVE 0          TO sk-open(stakeIdx)
               ELSE
                   MOVE 'Y' TO tableFull
               END-IF
           END-IF.

       KEEP-WIN-ROW.
           IF winCount >= 2000
               MOVE 'Y' TO tableFull
           ELSE
               ADD 1 TO winCount
               MOVE winCount    TO w
               MOVE auditGame   TO pw-game(w)
               MOVE auditRoll   TO pw-roll(w)
               MOVE auditName   TO pw-name(w)
               MOVE auditType   TO pw-type(w)
               MOVE auditAmount TO pw-paid(w)
               MOVE auditStake  TO pw-stake(w)
               MOVE auditTable  TO pw-table(w)
               MOVE auditVariant TO pw-variant(w)
               MOVE 'Y' TO pw-backed(w)
               MOVE 'N' TO pw-found(w)
               MOVE 0 TO pw-die1(w)
               MOVE 0 TO pw-die2(w)
               MOVE 0 TO pw-total(w)
               MOVE 0 TO pw-point(w)
               IF auditGame < minGame
                   MOVE auditGame TO minGame
               END-IF
               IF auditGame > maxGame
                   MOVE auditGame TO maxGame
               END-IF
               PERFORM FIND-STAKE-ENTRY
               IF stakeIdx > 0
                   IF auditStake > sk-open(stakeIdx)
                       MOVE 'N' TO pw-backed(w)
                   END-IF
                   IF auditType(1:5) NOT = "PLACE"
                       SUBTRACT auditStake FROM sk-open(stakeIdx)
                   END-IF
               END-IF
           END-IF.

       MATCH-SETTLING-ROLLS.
           OPEN INPUT roll-journal-file
           IF rolljrnl-status NOT = "00"
               DISPLAY "No roll journal on file - settling rolls "
                   "cannot be matched."
           ELSE
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ roll-journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF rj-game >= minGame AND rj-game <= maxGame
                           PERFORM MATCH-ONE-ROLL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE roll-journal-file
           END-IF.

       MATCH-ONE-ROLL.
           PERFORM VARYING w FROM 1 BY 1 UNTIL w > winCount
               IF pw-game(w) = rj-game AND pw-roll(w) = rj-seq
                   MOVE 'Y'      TO pw-found(w)
                   MOVE rj-die1  TO pw-die1(w)
                   MOVE rj-die2  TO pw-die2(w)
                   MOVE rj-total TO pw-total(w)
                   MOVE rj-point TO pw-point(w)
               END-IF
           END-PERFORM.

       SET-BET-NUMBER.
           MOVE 0 TO betNumber
           EVALUATE pw-type(w)
               WHEN "PLACE4" WHEN "BUY4" WHEN "LAY4" WHEN "HARD4"
                   MOVE 4 TO betNumber
               WHEN "PLACE5" WHEN "BUY5" WHEN "LAY5"
                   MOVE 5 TO betNumber
               WHEN "PLACE6" WHEN "BUY6" WHEN "LAY6" WHEN "HARD6"
                   MOVE 6 TO betNumber
               WHEN "PLACE8" WHEN "BUY8" WHEN "LAY8" WHEN "HARD8"
                   MOVE 8 TO betNumber
               WHEN "PLACE9" WHEN "BUY9" WHEN "LAY9"
                   MOVE 9 TO betNumber
               WHEN "PLACE10" WHEN "BUY10" WHEN "LAY10"
               WHEN "HARD10"
                   MOVE 10 TO betNumber
               WHEN "PLACE2"
                   MOVE 2 TO betNumber
               WHEN "PLACE3"
                   MOVE 3 TO betNumber
               WHEN "PLACE11"
                   MOVE 11 TO betNumber
               WHEN "PLACE12"
                   MOVE 12 TO betNumber
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SET-TRUE-ODDS.
           EVALUATE betNumber
               WHEN 4 WHEN 10
                   MOVE ptOdds410Num TO payMultNum
                   MOVE ptOdds410Den TO payMultDen
               WHEN 5 WHEN 9
                   MOVE ptOdds59Num TO payMultNum
                   MOVE ptOdds59Den TO payMultDen
               WHEN 6 WHEN 8
                   MOVE ptOdds68Num TO payMultNum
                   MOVE ptOdds68Den TO payMultDen
               WHEN 2 WHEN 12
                   MOVE ptOdds212Num TO payMultNum
                   MOVE ptOdds212Den TO payMultDen
               WHEN 3 WHEN 11
                   MOVE ptOdds311Num TO payMultNum
                   MOVE ptOdds311Den TO payMultDen
               WHEN OTHER
                   MOVE 1 TO payMultNum
                   MOVE 1 TO payMultDen
           END-EVALUATE.

       SET-PLACE-ODDS.
           EVALUATE betNumber
               WHEN 4 WHEN 10
                   MOVE ptPlace410Num TO payMultNum
                   MOVE ptPlace410Den TO payMultDen
               WHEN 5 WHEN 9
                   MOVE ptPlace59Num TO payMultNum
                   MOVE ptPlace59Den TO payMultDen
               WHEN 6 WHEN 8
                   MOVE ptPlace68Num TO payMultNum
                   MOVE ptPlace68Den TO payMultDen
               WHEN 2 WHEN 12
                   MOVE ptPlace212Num TO payMultNum
                   MOVE ptPlace212Den TO payMultDen
               WHEN 3 WHEN 11
                   MOVE ptPlace311Num TO payMultNum
                   MOVE ptPlace311Den TO payMultDen
               WHEN OTHER
                   MOVE 1 TO payMultNum
                   MOVE 1 TO payMultDen
           END-EVALUATE.

       PAY-TRUE-ODDS.
           PERFORM SET-TRUE-ODDS
           COMPUTE expectedPay ROUNDED = pw-stake(w)
               + (pw-stake(w) * payMultNum / payMultDen).

       PAY-LAY-ODDS.
           PERFORM SET-TRUE-ODDS
           COMPUTE expectedPay ROUNDED = pw-stake(w)
               + (pw-stake(w) * payMultDen / payMultNum).

       KEEP-NEAREST-CANDIDATE.
           COMPUTE candDiff = pw-paid(w) - candidatePay
           IF candDiff < 0
               COMPUTE candDiff = 0 - candDiff
           END-IF
           IF candDiff < bestDiff
               MOVE candDiff     TO bestDiff
               MOVE candidatePay TO expectedPay
           END-IF.

       RECOMPUTE-ONE-WIN.
           MOVE 0 TO expectedPay
           MOVE 'Y' TO rollWins
           MOVE pw-total(w) TO rollTotal
           MOVE pw-point(w) TO rollPoint
           PERFORM SET-BET-NUMBER
           EVALUATE TRUE
               WHEN pw-type(w) = "PASS" AND pw-variant(w) = 'C'
                   IF (rollPoint = 0 AND rollTotal NOT = 7)
                   OR (rollPoint > 0 AND rollTotal NOT = rollPoint)
                       MOVE 'N' TO rollWins
                   END-IF
                   COMPUTE expectedPay = pw-stake(w) * 2
               WHEN pw-type(w) = "PASS"
                   IF (rollPoint = 0 AND rollTotal NOT = 7
                       AND rollTotal NOT = 11)
                   OR (rollPoint > 0 AND rollTotal NOT = rollPoint)
                       MOVE 'N' TO rollWins
                   END-IF
                   COMPUTE expectedPay = pw-stake(w) * 2
               WHEN pw-type(w) = "DONTPASS"
                   IF (rollPoint = 0 AND rollTotal NOT = 2
                       AND rollTotal NOT = 3 AND rollTotal NOT = 12)
                   OR (rollPoint > 0 AND rollTotal NOT = 7)
                       MOVE 'N' TO rollWins
                   END-IF
                   COMPUTE expectedPay = pw-stake(w) * 2
               WHEN pw-type(w) = "COME"
                   IF (rollTotal = 2 OR rollTotal = 3
                       OR rollTotal = 12)
                   AND pw-variant(w) NOT = 'C'
                       MOVE 'N' TO rollWins
                   END-IF
                   COMPUTE expectedPay = pw-stake(w) * 2
               WHEN pw-type(w) = "DONTCOME"
                   IF rollTotal NOT = 2 AND rollTotal NOT = 3
                   AND rollTotal NOT = 7
                       MOVE 'N' TO rollWins
                   END-IF
                   COMPUTE expectedPay = pw-stake(w) * 2
               WHEN pw-type(w) = "ODDS"
                   IF rollPoint = 0 OR rollTotal NOT = rollPoint
                       MOVE 'N' TO rollWins
                   END-IF
                   MOVE rollPoint TO betNumber
                   PERFORM PAY-TRUE-ODDS
               WHEN pw-type(w) = "DCODDS"
                   IF rollPoint = 0 OR rollTotal NOT = 7
                       MOVE 'N' TO rollWins
                   END-IF
                   MOVE rollPoint TO betNumber
                   PERFORM PAY-LAY-ODDS
               WHEN pw-type(w) = "COMEODDS"
                   IF ((rollTotal < 4 OR rollTotal > 10)
                       AND pw-variant(w) NOT = 'C')
                   OR rollTotal = 7
                       MOVE 'N' TO rollWins
                   END-IF
                   MOVE rollTotal TO betNumber
                   PERFORM PAY-TRUE-ODDS
               WHEN pw-type(w) = "LAYODDS"
                   IF rollTotal NOT = 7
                       MOVE 'N' TO rollWins
                   END-IF
                   MOVE 99999 TO bestDiff
                   MOVE 4 TO betNumber
                   PERFORM PAY-LAY-ODDS
                   MOVE expectedPay TO candidatePay
                   PERFORM KEEP-NEAREST-CANDIDATE
                   MOVE 5 TO betNumber
                   PERFORM PAY-LAY-ODDS
                   MOVE expectedPay TO candidatePay
                   PERFORM KEEP-NEAREST-CANDIDATE
                   MOVE 6 TO betNumber
                   PERFORM PAY-LAY-ODDS
                   MOVE expectedPay TO candidatePay
                   PERFORM KEEP-NEAREST-CANDIDATE
               WHEN pw-type(w)(1:5) = "PLACE"
                   IF rollTotal NOT = betNumber
                       MOVE 'N' TO rollWins
                   END-IF
                   PERFORM SET-PLACE-ODDS
                   COMPUTE expectedPay ROUNDED =
                       pw-stake(w) * payMultNum / payMultDen
               WHEN pw-type(w)(1:3) = "BUY"
                   IF rollTotal NOT = betNumber
                       MOVE 'N' TO rollWins
                   END-IF
                   PERFORM PAY-TRUE-ODDS
               WHEN pw-type(w)(1:3) = "LAY"
                   IF rollTotal NOT = 7
                       MOVE 'N' TO rollWins
                   END-IF
                   PERFORM PAY-LAY-ODDS
               WHEN pw-type(w) = "FIELD"
                   EVALUATE rollTotal
                       WHEN 2 WHEN 12
                           COMPUTE expectedPay = pw-stake(w)
                               + (pw-stake(w) * ptField212)
                       WHEN 3 WHEN 4 WHEN 9 WHEN 10 WHEN 11
                           COMPUTE expectedPay = pw-stake(w) * 2
                       WHEN OTHER
                           MOVE 'N' TO rollWins
                   END-EVALUATE
               WHEN pw-type(w)(1:4) = "HARD"
                   IF rollTotal NOT = betNumber
                   OR pw-die1(w) NOT = pw-die2(w)
                       MOVE 'N' TO rollWins
                   END-IF
                   IF betNumber = 4 OR betNumber = 10
                       COMPUTE expectedPay = pw-stake(w)
                           + (pw-stake(w) * ptHard410)
                   ELSE
                       COMPUTE expectedPay ROUNDED = pw-stake(w)
                           + (pw-stake(w) * ptHard68Num / ptHard68Den)
                   END-IF
               WHEN pw-type(w) = "ANYCRAPS"
                   IF rollTotal NOT = 2 AND rollTotal NOT = 3
                   AND rollTotal NOT = 12
                       MOVE 'N' TO rollWins
                   END-IF
                   COMPUTE expectedPay = pw-stake(w)
                       + (pw-stake(w) * ptAnyCraps)
               WHEN pw-type(w) = "ANYSEVEN"
                   IF rollTotal NOT = 7
                       MOVE 'N' TO rollWins
                   END-IF
                   COMPUTE expectedPay = pw-stake(w)
                       + (pw-stake(w) * ptAnySeven)
               WHEN pw-type(w) = "HORN"
                   EVALUATE rollTotal
                       WHEN 2 WHEN 12
                           COMPUTE expectedPay = pw-stake(w)
                               + (pw-stake(w) * ptHorn212)
                       WHEN 3 WHEN 11
                           COMPUTE expectedPay = pw-stake(w)
                               + (pw-stake(w) * ptHorn311)
                       WHEN OTHER
                           MOVE 'N' TO rollWins
                   END-EVALUATE
               WHEN pw-type(w) = "ATSSMALL"
                   COMPUTE expectedPay = pw-stake(w)
                       + (pw-stake(w) * ptAtsSmall)
               WHEN pw-type(w) = "ATSTALL"
                   COMPUTE expectedPay = pw-stake(w)
                       + (pw-stake(w) * ptAtsTall)
               WHEN pw-type(w) = "ATSALL"
                   COMPUTE expectedPay = pw-stake(w)
                       + (pw-stake(w) * ptAtsAll)
               WHEN pw-type(w) = "FIRE"
                   MOVE 99999 TO bestDiff
                   COMPUTE candidatePay = pw-stake(w)
                       + (pw-stake(w) * ptFire4)
                   PERFORM KEEP-NEAREST-CANDIDATE
                   COMPUTE candidatePay = pw-stake(w)
                       + (pw-stake(w) * ptFire5)
                   PERFORM KEEP-NEAREST-CANDIDATE
                   COMPUTE candidatePay = pw-stake(w)
                       + (pw-stake(w) * ptFire6)
                   PERFORM KEEP-NEAREST-CANDIDATE
               WHEN OTHER
                   MOVE "UNCHECKED" TO checkStatus
           END-EVALUATE
           IF rollWins = 'N'
               MOVE 0 TO expectedPay
           END-IF.

       JUDGE-ONE-WIN.
           MOVE SPACES TO checkStatus
           MOVE 0 TO expectedPay
           MOVE 0 TO payDiff
           IF pw-stake(w) = 0
               MOVE "UNCHECKED" TO checkStatus
           ELSE
               IF pw-found(w) = 'N'
                   MOVE "NO ROLL" TO checkStatus
               ELSE
                   PERFORM RECOMPUTE-ONE-WIN
               END-IF
           END-IF
           IF checkStatus = SPACES
               ADD 1 TO checkedCount
               COMPUTE payDiff = pw-paid(w) - expectedPay
               EVALUATE TRUE
                   WHEN rollWins = 'N'
                       MOVE "NOT WIN" TO checkStatus
                       ADD 1 TO overCount
                       ADD payDiff TO overTotal
                   WHEN payDiff > 0
                       MOVE "OVERPAY" TO checkStatus
                       ADD 1 TO overCount
                       ADD payDiff TO overTotal
                   WHEN payDiff < 0
                       MOVE "UNDERPAY" TO checkStatus
                       ADD 1 TO underCount
                       SUBTRACT payDiff FROM underTotal
                   WHEN pw-backed(w) = 'N'
                       MOVE "UNBACKED" TO checkStatus
                       ADD 1 TO exceptCount
                   WHEN OTHER
                       ADD 1 TO correctCount
               END-EVALUATE
           ELSE
               IF checkStatus = "NO ROLL"
                   ADD 1 TO exceptCount
               ELSE
                   ADD 1 TO uncheckedCount
               END-IF
           END-IF.

       WRITE-AUDIT-REPORT.
           MOVE SPACES TO reportName
           STRING "payaudit-" auditDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT audit-report-file
           MOVE SPACES TO reportLine
           STRING "===== PAYOUT RECOMPUTATION AUDIT " auditDate
               " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           MOVE SPACES TO reportLine
           STRING "Ledger source: " ledgerSource
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           MOVE SPACES TO reportLine
           STRING "Paytable: " paySource
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           MOVE SPACES TO reportLine
           STRING "GAME   RL   PLR TYPE           PAID  EXPECTED"
               "       DIFF STATUS"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           PERFORM VARYING w FROM 1 BY 1 UNTIL w > winCount
               PERFORM JUDGE-ONE-WIN
               IF checkStatus NOT = SPACES
               AND checkStatus NOT = "UNCHECKED"
                   MOVE pw-paid(w)  TO paidDisp
                   MOVE expectedPay TO expDisp
                   MOVE payDiff     TO diffDisp
                   MOVE SPACES TO reportLine
                   STRING pw-game(w) " " pw-roll(w) " " pw-name(w)
                       " " pw-type(w) " " paidDisp " " expDisp " "
                       diffDisp " " checkStatus
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-AUDIT-LINE
               END-IF
           END-PERFORM
           MOVE winCount TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Winning rows:       " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           MOVE correctCount TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Paid correctly:     " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           MOVE overCount TO cntDisp
           MOVE overTotal TO totDisp
           MOVE SPACES TO reportLine
           STRING "Overpaid:           " cntDisp "  total "
               totDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           MOVE underCount TO cntDisp
           MOVE underTotal TO totDisp
           MOVE SPACES TO reportLine
           STRING "Underpaid:          " cntDisp "  total "
               totDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           MOVE exceptCount TO cntDisp
           MOVE SPACES TO reportLine
           STRING "No roll / unbacked: " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           MOVE uncheckedCount TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Not recomputable:   " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-AUDIT-LINE
           IF tableFull = 'Y'
               MOVE "Warning: work tables full - some rows skipped."
                   TO reportLine
               PERFORM PUT-AUDIT-LINE
           END-IF
           CLOSE audit-report-file
           MOVE 'R' TO rptMode
           MOVE "PAYAUDIT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile auditDate
               opsProgram rptRecords
           MOVE "PAY AUDIT" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING auditDate " over " overCount " under "
               underCount DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           IF overCount > 0 OR underCount > 0 OR exceptCount > 0
               MOVE "PAY EXCEPT" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING auditDate " exceptions on payaudit"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       PUT-AUDIT-LINE.
           DISPLAY reportLine
           MOVE reportLine TO audit-report-record
           WRITE audit-report-record.
