               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS paytable-status.
           SELECT strat-script-file ASSIGN TO DYNAMIC scriptName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS stratscript-status.
           SELECT roll-journal-file ASSIGN TO "rolljrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS rolljrnl-status.
           SELECT backtest-control-file ASSIGN TO "backtest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS backtest-status.
           SELECT theo-hold-file ASSIGN TO "theohold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS theohold-status.
           SELECT cfg-version-file ASSIGN TO "cfgver.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cfgver-status.
           SELECT cfg-log-file ASSIGN TO "cfglog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cfglog-status.
           SELECT sim-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
           02 scf-press    PIC X.
           02 FILLER       PIC X.
           02 scf-stopwin  PIC 9(5).
           02 FILLER       PIC X.
           02 scf-variant  PIC X.
           02 FILLER       PIC X.
           02 scf-seed     PIC 9(9).
           02 FILLER       PIC X.
           02 scf-theo-rolls PIC 9(7).

       FD paytable-file.
       COPY "paytblf.cpy".
           02 FILLER     PIC X.
           02 srf-when   PIC X(8).

       FD roll-journal-file.
       COPY "rolljrnl.cpy".

       FD backtest-control-file.
       01 backtest-control-record.
           02 btf-kind   PIC X(6).
           02 FILLER     PIC X.
           02 btf-value  PIC X(30).

       FD theo-hold-file.
       01 theo-hold-record.
           02 tho-family PIC X(10).
           02 FILLER     PIC X.
           02 tho-pct    PIC 99V99.
           02 FILLER     PIC X.
           02 tho-variant PIC X.

       FD cfg-version-file.
       COPY "cfgver.cpy".

       FD cfg-log-file.
       COPY "cfglog.cpy".

       FD sim-report-file.
       01 sim-report-record PIC X(70).

       WORKING-STORAGE SECTION.

       01 simcfg-status    PIC 99.
       01 simOdds          PIC 9(3) VALUE 0.
       01 simPress         PIC X VALUE 'N'.
       01 simStopWin       PIC 9(5) VALUE 0.
       01 simVariant       PIC X VALUE 'S'.
       01 simSeed          PIC 9(9) VALUE 20240101.
       01 theoRolls        PIC 9(7) VALUE 1000000.

       01 DIE1             PIC 9.
       01 DIE2             PIC 9.
       01 bustRate         PIC 9(3)V99 VALUE 0.
       01 holdPct          PIC S9(3)V9(4) VALUE 0.
       01 stratscript-status PIC 99.
       01 scriptName       PIC X(30) VALUE "stratscript.dat".
       01 ruleCount        PIC 99 VALUE 0.
       01 r                PIC 99 VALUE 0.
       01 pi               PIC 99 VALUE 0.
       01 ruleFires        PIC X VALUE 'N'.
       01 fieldBet         PIC 9(5)V99 VALUE 0.
       01 scriptLineKind   PIC X VALUE 'P'.
               10 srl-when   PIC X(8).
               10 srl-num    PIC 99.
       01 script-place-table.
           05 spb-entry OCCURS 10 TIMES.
               10 spb-num    PIC 99.
               10 spb-amt    PIC 9(5)V99.
               10 spb-wins   PIC 99.
       01 cntDisp          PIC ZZZZ9.
       01 amtDisp          PIC ZZZZZZZZZZZ9.

       01 theohold-status  PIC 99.
       01 report-status    PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 reportLine       PIC X(70) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 opsProgram       PIC X(8) VALUE "SIMULATE".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 randNum          PIC 9(9) VALUE 0.
       01 theoIdx          PIC 9(7) VALUE 0.
       01 theoVar          PIC X VALUE 'S'.
       01 tv               PIC 9 VALUE 0.
       01 tf               PIC 99 VALUE 0.
       01 tn               PIC 99 VALUE 0.
       01 theoEof          PIC X VALUE 'N'.
       01 theoStake        PIC 9(3)V9(4) VALUE 1.
       01 theoPaid         PIC 9(5)V9(4) VALUE 0.
       01 theoNet          PIC S9(5)V9(4) VALUE 0.
       01 theoMean         PIC S9(3)V9(6) VALUE 0.
       01 theoVarnc        PIC 9(9)V9(6) VALUE 0.
       01 theoPct          PIC S9(5)V99 VALUE 0.
       01 theoChange       PIC S9(5)V99 VALUE 0.
       01 theoCi           PIC 9(5)V99 VALUE 0.
       01 theoClamped      PIC X VALUE 'N'.
       01 theoChanged      PIC 9(3) VALUE 0.
       01 cfgver-status    PIC 99.
       01 cfglog-status    PIC 99.
       01 theoInit         PIC XXX VALUE SPACES.
       01 theoLatest       PIC 9(4) VALUE 0.
       01 theoNextVersion  PIC 9(4) VALUE 0.
       01 theoAction       PIC X(6) VALUE SPACES.
       01 theoReason       PIC X(40) VALUE SPACES.
       01 theoMatches      PIC X VALUE 'Y'.
       01 theoLiveCount    PIC 99 VALUE 0.
       01 theoVerCount     PIC 99 VALUE 0.
       01 tl               PIC 99 VALUE 0.
       01 stampDate        PIC 9(8) VALUE 0.
       01 stampTime        PIC 9(8) VALUE 0.
       01 theo-live-table.
           05 tlv-text OCCURS 99 TIMES PIC X(120).
       01 theo-version-table.
           05 tvr-text OCCURS 99 TIMES PIC X(120).
       01 linePt           PIC 99 VALUE 0.
       01 oddsOn           PIC X VALUE 'N'.
       01 comePt           PIC 99 VALUE 0.
       01 dcPt             PIC 99 VALUE 0.
       01 firePts          PIC 9 VALUE 0.
       01 fireOn           PIC X VALUE 'N'.
       01 atsOn            PIC X VALUE 'N'.
       01 atsSmallOn       PIC X VALUE 'N'.
       01 atsTallOn        PIC X VALUE 'N'.
       01 atsAllOn         PIC X VALUE 'N'.
       01 atsSmallDone     PIC X VALUE 'N'.
       01 atsTallDone      PIC X VALUE 'N'.
       01 pctDisp          PIC ---9.99.
       01 prvDisp          PIC ZZ9.99.
       01 ciDisp           PIC ZZ9.99.
       01 chgDisp          PIC ---9.99.
       01 decDisp          PIC ZZZZZZZZ9.

       01 rolljrnl-status  PIC 99.
       01 backtest-status  PIC 99.
       01 btEof            PIC X VALUE 'N'.
       01 btTable          PIC 99 VALUE 0.
       01 btFrom           PIC 9(8) VALUE 0.
       01 btTo             PIC 9(8) VALUE 99999999.
       01 btShooter        PIC XXX VALUE SPACES.
       01 btRolls          PIC 9(7) VALUE 0.
       01 btLastGame       PIC 9(6) VALUE 0.
       01 btLastTable      PIC 99 VALUE 0.
       01 btPass           PIC 99 VALUE 0.
       01 btNoJournal      PIC X VALUE 'N'.
       01 btEquity         PIC S9(7)V99 VALUE 0.
       01 peakEquity       PIC S9(7)V99 VALUE 0.
       01 maxDrawdown      PIC 9(7)V99 VALUE 0.
       01 ddDisp           PIC ZZZZZZ9.99.
       01 betsPlaced       PIC 9(5) VALUE 0.
       01 cfgStopWin       PIC 9(5) VALUE 0.
       01 bs               PIC 99 VALUE 0.
       01 btScriptCount    PIC 99 VALUE 0.
       01 bt-script-table.
           05 bt-script OCCURS 10 TIMES PIC X(30).

       01 theo-family-table.
           05 theo-variant-set OCCURS 2 TIMES.
             07 theo-family OCCURS 11 TIMES.
               10 tf-name      PIC X(10).
               10 tf-offered   PIC X.
               10 tf-handle    PIC 9(9)V9(4).
               10 tf-paid      PIC 9(11)V9(4).
               10 tf-decs      PIC 9(9).
               10 tf-sumsq     PIC 9(13)V9(4).
               10 tf-new       PIC 99V99.
               10 tf-raw       PIC S9(3)V99.
               10 tf-ci        PIC 99V99.
               10 tf-prev      PIC 99V99.
               10 tf-had-prev  PIC X.

       01 theo-number-table.
           05 theo-number OCCURS 10 TIMES.
               10 tnb-num      PIC 99.
               10 tnb-place    PIC X.
               10 tnb-life     PIC 9(5)V9(4).
               10 tnb-buy      PIC X.
               10 tnb-lay      PIC X.
               10 tnb-hard     PIC X.
               10 tnb-fire     PIC X.
           05 theo-ats-flag OCCURS 11 TIMES PIC X.

       PROCEDURE DIVISION.
           PERFORM LOAD-SIM-CONFIG.
           PERFORM LOAD-PAYTABLE.
           IF simStrategy = 'X'
               PERFORM LOAD-STRAT-SCRIPT
           END-IF.
           IF simStrategy = 'H'
               PERFORM RUN-THEO-HOLD
               STOP RUN
           END-IF.
           IF simStrategy = 'B'
               PERFORM RUN-BACKTEST
               STOP RUN
           END-IF.
           DISPLAY "===== STRATEGY SIMULATION =====".
           IF simVariant = 'C'
               DISPLAY "Table variant: CRAPLESS"
               IF simStrategy = 'D'
                   DISPLAY "Don't pass is not offered on a "
                       "crapless table."
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Table variant: STANDARD"
           END-IF.
           IF simStrategy = 'X'
               DISPLAY "Strategy X (scripted), rules: " ruleCount
           ELSE
                       MOVE scf-odds TO simOdds
                       MOVE scf-press TO simPress
                       MOVE scf-stopwin TO simStopWin
                       IF scf-variant = 'C'
                           MOVE 'C' TO simVariant
                       END-IF
                       IF scf-seed IS NUMERIC AND scf-seed > 0
                           MOVE scf-seed TO simSeed
                       END-IF
                       IF scf-theo-rolls IS NUMERIC
                       AND scf-theo-rolls > 0
                           MOVE scf-theo-rolls TO theoRolls
                       END-IF
               END-READ
               CLOSE sim-config-file
           END-IF.
                       AND ptf-odds68-den > 0
                           MOVE ptf-odds68-den TO ptOdds68Den
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
                       END-IF
               END-READ
               CLOSE paytable-file
           END-IF.
           MOVE 0 TO placeEight
           MOVE 0 TO fieldBet
           MOVE 'P' TO scriptLineKind
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
               MOVE 0 TO spb-amt(pi)
               MOVE 0 TO spb-wins(pi)
           END-PERFORM
           END-PERFORM
           COMPUTE bankroll = bankroll + lineBet + oddsBet
               + placeSix + placeEight + fieldBet
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
               ADD spb-amt(pi) TO bankroll
               MOVE 0 TO spb-amt(pi)
           END-PERFORM
               WHEN 6 WHEN 8
                   MOVE ptOdds68Num TO payNum
                   MOVE ptOdds68Den TO payDen
               WHEN 2 WHEN 12
                   MOVE ptOdds212Num TO payNum
                   MOVE ptOdds212Den TO payDen
               WHEN 3 WHEN 11
                   MOVE ptOdds311Num TO payNum
                   MOVE ptOdds311Den TO payDen
               WHEN OTHER
                   MOVE 1 TO payNum
                   MOVE 1 TO payDen

       SETTLE-PASS.
           IF point = 0
               EVALUATE TRUE
                   WHEN diceTotal = 7
                   WHEN diceTotal = 11 AND simVariant NOT = 'C'
                       COMPUTE bankroll = bankroll + (lineBet * 2)
                       MOVE 0 TO lineBet
                   WHEN (diceTotal = 2 OR diceTotal = 3
                       OR diceTotal = 12) AND simVariant NOT = 'C'
                       MOVE 0 TO lineBet
                   WHEN OTHER
                       MOVE diceTotal TO point
           MOVE 8  TO spb-num(4)
           MOVE 9  TO spb-num(5)
           MOVE 10 TO spb-num(6)
           MOVE 2  TO spb-num(7)
           MOVE 3  TO spb-num(8)
           MOVE 11 TO spb-num(9)
           MOVE 12 TO spb-num(10)
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
               MOVE 0 TO spb-amt(pi)
               MOVE 0 TO spb-wins(pi)
           END-PERFORM.
                               MOVE 9  TO srl-num(ruleCount)
                           WHEN "PLACE10"
                               MOVE 10 TO srl-num(ruleCount)
                           WHEN "PLACE2"
                               MOVE 2  TO srl-num(ruleCount)
                           WHEN "PLACE3"
                               MOVE 3  TO srl-num(ruleCount)
                           WHEN "PLACE11"
                               MOVE 11 TO srl-num(ruleCount)
                           WHEN "PLACE12"
                               MOVE 12 TO srl-num(ruleCount)
                           WHEN OTHER
                               MOVE 0  TO srl-num(ruleCount)
                       END-EVALUATE
                       IF simVariant NOT = 'C'
                       AND (srl-num(ruleCount) = 2
                           OR srl-num(ruleCount) = 3
                           OR srl-num(ruleCount) = 11
                           OR srl-num(ruleCount) = 12)
                           MOVE 0 TO srl-num(ruleCount)
                       END-IF
                       IF srf-verb = "STOP"
                           MOVE srl-amount(ruleCount) TO simStopWin
                       END-IF
               CLOSE strat-script-file
               MOVE 'N' TO sessionEnded
           ELSE
               DISPLAY "No strategy script on file: " scriptName
           END-IF.

       PLACE-SCRIPT-BETS.
                           MOVE 'P' TO scriptLineKind
                           SUBTRACT srl-amount(r) FROM bankroll
                           ADD srl-amount(r) TO sessionWagered
                           ADD 1 TO betsPlaced
                       END-IF
                   WHEN "DONTPASS"
                       IF lineBet = 0 AND point = 0
                       AND simVariant NOT = 'C'
                           MOVE srl-amount(r) TO lineBet
                           MOVE 'D' TO scriptLineKind
                           SUBTRACT srl-amount(r) FROM bankroll
                           ADD srl-amount(r) TO sessionWagered
                           ADD 1 TO betsPlaced
                       END-IF
                   WHEN "ODDS"
                       IF point > 0 AND lineBet > 0 AND oddsBet = 0
                           MOVE srl-amount(r) TO oddsBet
                           SUBTRACT srl-amount(r) FROM bankroll
                           ADD srl-amount(r) TO sessionWagered
                           ADD 1 TO betsPlaced
                       END-IF
                   WHEN "FIELD"
                       IF fieldBet = 0
                           MOVE srl-amount(r) TO fieldBet
                           SUBTRACT srl-amount(r) FROM bankroll
                           ADD srl-amount(r) TO sessionWagered
                           ADD 1 TO betsPlaced
                       END-IF
                   WHEN OTHER
                       IF srl-num(r) > 0
                           PERFORM VARYING pi FROM 1 BY 1
                               UNTIL pi > 10
                               IF spb-num(pi) = srl-num(r)
                               AND spb-amt(pi) = 0
                                   MOVE srl-amount(r)
                                       FROM bankroll
                                   ADD srl-amount(r)
                                       TO sessionWagered
                                   ADD 1 TO betsPlaced
                               END-IF
                           END-PERFORM
                       END-IF
       SETTLE-SCRIPT-LINE.
           MOVE 'N' TO pointMadeFlag
           IF point = 0
               EVALUATE TRUE
                   WHEN diceTotal = 7
                   WHEN diceTotal = 11 AND simVariant NOT = 'C'
                       IF lineBet > 0
                           IF scriptLineKind = 'P'
                               COMPUTE bankroll = bankroll
                           END-IF
                           MOVE 0 TO lineBet
                       END-IF
                   WHEN (diceTotal = 2 OR diceTotal = 3)
                   AND simVariant NOT = 'C'
                       IF lineBet > 0
                           IF scriptLineKind = 'D'
                               COMPUTE bankroll = bankroll
                           END-IF
                           MOVE 0 TO lineBet
                       END-IF
                   WHEN diceTotal = 12 AND simVariant NOT = 'C'
                       IF lineBet > 0
                           IF scriptLineKind = 'D'
                               ADD lineBet TO bankroll

       SETTLE-SCRIPT-PLACES.
           IF diceTotal = 7
               PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
                   MOVE 0 TO spb-amt(pi)
                   MOVE 0 TO spb-wins(pi)
               END-PERFORM
           ELSE
               PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
                   IF spb-num(pi) = diceTotal AND spb-amt(pi) > 0
                       PERFORM PAY-SCRIPT-PLACE
                   END-IF
               WHEN 5 WHEN 9
                   COMPUTE payout ROUNDED = spb-amt(pi)
                       * ptPlace59Num / ptPlace59Den
               WHEN 2 WHEN 12
                   COMPUTE payout ROUNDED = spb-amt(pi)
                       * ptPlace212Num / ptPlace212Den
               WHEN 3 WHEN 11
                   COMPUTE payout ROUNDED = spb-amt(pi)
                       * ptPlace311Num / ptPlace311Den
               WHEN OTHER
                   COMPUTE payout ROUNDED = spb-amt(pi)
                       * ptPlace68Num / ptPlace68Den
                   AND (spb-amt(pi) * 2) <= 99999
                       SUBTRACT spb-amt(pi) FROM bankroll
                       ADD spb-amt(pi) TO sessionWagered
                       ADD 1 TO betsPlaced
                       COMPUTE spb-amt(pi) = spb-amt(pi) * 2
                       MOVE 0 TO spb-wins(pi)
                   END-IF
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > ruleCount
               IF srl-verb(r) = "DOWN" AND srl-when(r) = "PTMADE"
               AND srl-num(r) > 0
                   PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
                       IF spb-num(pi) = srl-num(r)
                       AND spb-amt(pi) > 0
                           ADD spb-amt(pi) TO bankroll
           DISPLAY "Total wagered:              " amtDisp.
           MOVE holdPct TO holdDisp
           DISPLAY "House hold:                 " holdDisp " pct".

       RUN-THEO-HOLD.
           CALL "GAMEDAY" USING todayDate
           MOVE SPACES TO theoInit
           DISPLAY "Run by (initials): " WITH NO ADVANCING
           ACCEPT theoInit
           IF theoInit = SPACES
               DISPLAY "Initials are required - theohold.dat "
                   "not changed."
           ELSE
               PERFORM GENERATE-THEO-HOLD
           END-IF.

       GENERATE-THEO-HOLD.
           PERFORM INIT-THEO-TABLE
           PERFORM LOAD-PREV-THEO
           DISPLAY "===== THEORETICAL HOLD GENERATION ====="
           MOVE theoRolls TO decDisp
           DISPLAY "Rolls per variant: " decDisp " seed " simSeed
           MOVE 'S' TO theoVar
           MOVE 1 TO tv
           PERFORM RUN-THEO-VARIANT
           MOVE 'C' TO theoVar
           MOVE 2 TO tv
           PERFORM RUN-THEO-VARIANT
           PERFORM RECORD-PRIOR-THEO
           PERFORM WRITE-THEO-FILE
           PERFORM RECORD-NEW-THEO
           PERFORM WRITE-THEO-REPORT
           MOVE "THEO HOLD" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "seed " simSeed " moved " theoChanged
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       INIT-THEO-TABLE.
           PERFORM VARYING tv FROM 1 BY 1 UNTIL tv > 2
               MOVE "PASS"       TO tf-name(tv 1)
               MOVE "DONT PASS"  TO tf-name(tv 2)
               MOVE "COME/DC"    TO tf-name(tv 3)
               MOVE "PLACE"      TO tf-name(tv 4)
               MOVE "FIELD"      TO tf-name(tv 5)
               MOVE "HARDWAYS"   TO tf-name(tv 6)
               MOVE "PROPS"      TO tf-name(tv 7)
               MOVE "ODDS"       TO tf-name(tv 8)
               MOVE "BUY/LAY"    TO tf-name(tv 9)
               MOVE "VIG"        TO tf-name(tv 10)
               MOVE "BONUS"      TO tf-name(tv 11)
               PERFORM VARYING tf FROM 1 BY 1 UNTIL tf > 11
                   MOVE 'Y' TO tf-offered(tv tf)
                   MOVE 0   TO tf-handle(tv tf)
                   MOVE 0   TO tf-paid(tv tf)
                   MOVE 0   TO tf-decs(tv tf)
                   MOVE 0   TO tf-sumsq(tv tf)
                   MOVE 0   TO tf-new(tv tf)
                   MOVE 0   TO tf-raw(tv tf)
                   MOVE 0   TO tf-ci(tv tf)
                   MOVE 0   TO tf-prev(tv tf)
                   MOVE 'N' TO tf-had-prev(tv tf)
               END-PERFORM
           END-PERFORM
           MOVE 'N' TO tf-offered(2 2)
           MOVE 4  TO tnb-num(1)
           MOVE 5  TO tnb-num(2)
           MOVE 6  TO tnb-num(3)
           MOVE 8  TO tnb-num(4)
           MOVE 9  TO tnb-num(5)
           MOVE 10 TO tnb-num(6)
           MOVE 2  TO tnb-num(7)
           MOVE 3  TO tnb-num(8)
           MOVE 11 TO tnb-num(9)
           MOVE 12 TO tnb-num(10).

       LOAD-PREV-THEO.
           OPEN INPUT theo-hold-file
           IF theohold-status = "00"
               MOVE 'N' TO theoEof
               PERFORM UNTIL theoEof = 'Y'
                   READ theo-hold-file AT END
                       MOVE 'Y' TO theoEof
                   NOT AT END
                       IF tho-variant = 'C'
                           MOVE 2 TO tv
                       ELSE
                           MOVE 1 TO tv
                       END-IF
                       PERFORM VARYING tf FROM 1 BY 1 UNTIL tf > 11
                           IF tf-name(tv tf) = tho-family
                           AND tho-pct IS NUMERIC
                               MOVE tho-pct TO tf-prev(tv tf)
                               MOVE 'Y' TO tf-had-prev(tv tf)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE theo-hold-file
           END-IF.

       RUN-THEO-VARIANT.
           CALL "srand" USING BY VALUE simSeed
           MOVE 0 TO linePt
           MOVE 0 TO comePt
           MOVE 0 TO dcPt
           MOVE 0 TO firePts
           PERFORM VARYING tn FROM 1 BY 1 UNTIL tn > 10
               MOVE 0   TO tnb-life(tn)
               MOVE 'N' TO tnb-place(tn)
               MOVE 'N' TO tnb-buy(tn)
               MOVE 'N' TO tnb-lay(tn)
               MOVE 'N' TO tnb-hard(tn)
               MOVE 'N' TO tnb-fire(tn)
               IF tn <= 6 OR theoVar = 'C'
                   MOVE 'Y' TO tnb-place(tn)
               END-IF
               IF tn <= 6
                   MOVE 'Y' TO tnb-buy(tn)
                   MOVE 'Y' TO tnb-lay(tn)
               END-IF
           END-PERFORM
           MOVE 'Y' TO tnb-hard(1)
           MOVE 'Y' TO tnb-hard(3)
           MOVE 'Y' TO tnb-hard(4)
           MOVE 'Y' TO tnb-hard(6)
           PERFORM RESET-THEO-ATS
           PERFORM VARYING theoIdx FROM 1 BY 1
               UNTIL theoIdx > theoRolls
               PERFORM THEO-ONE-ROLL
           END-PERFORM
           PERFORM VARYING tf FROM 1 BY 1 UNTIL tf > 11
               PERFORM FINISH-THEO-FAMILY
           END-PERFORM.

       THEO-ONE-ROLL.
           CALL "rand" RETURNING randNum
           COMPUTE DIE1 = FUNCTION MOD(randNum, 6) + 1
           CALL "rand" RETURNING randNum
           COMPUTE DIE2 = FUNCTION MOD(randNum, 6) + 1
           COMPUTE diceTotal = DIE1 + DIE2
           PERFORM THEO-SETTLE-LINE
           PERFORM THEO-SETTLE-COME
           PERFORM VARYING tn FROM 1 BY 1 UNTIL tn > 10
               PERFORM THEO-SETTLE-NUMBER
           END-PERFORM
           PERFORM THEO-SETTLE-ONE-ROLL
           PERFORM THEO-SETTLE-ATS.

       THEO-SETTLE-LINE.
           IF linePt = 0
               EVALUATE TRUE
                   WHEN diceTotal = 7
                   WHEN diceTotal = 11 AND theoVar NOT = 'C'
                       MOVE 1 TO tf
                       MOVE 2 TO theoPaid
                       PERFORM POST-THEO-DECISION
                       MOVE 2 TO tf
                       MOVE 0 TO theoPaid
                       PERFORM POST-THEO-DECISION
                   WHEN (diceTotal = 2 OR diceTotal = 3
                       OR diceTotal = 12) AND theoVar NOT = 'C'
                       MOVE 1 TO tf
                       MOVE 0 TO theoPaid
                       PERFORM POST-THEO-DECISION
                       MOVE 2 TO tf
                       MOVE 2 TO theoPaid
                       PERFORM POST-THEO-DECISION
                   WHEN OTHER
                       MOVE diceTotal TO linePt
               END-EVALUATE
           ELSE
               IF diceTotal = linePt
                   MOVE 1 TO tf
                   MOVE 2 TO theoPaid
                   PERFORM POST-THEO-DECISION
                   MOVE 2 TO tf
                   MOVE 0 TO theoPaid
                   PERFORM POST-THEO-DECISION
                   MOVE linePt TO point
                   PERFORM COMPUTE-SIM-ODDS
                   MOVE 8 TO tf
                   COMPUTE theoPaid ROUNDED = 1 + (payNum / payDen)
                   PERFORM POST-THEO-DECISION
                   PERFORM THEO-FIRE-POINT
                   MOVE 0 TO linePt
               ELSE
                   IF diceTotal = 7
                       MOVE 1 TO tf
                       MOVE 0 TO theoPaid
                       PERFORM POST-THEO-DECISION
                       MOVE 2 TO tf
                       MOVE 2 TO theoPaid
                       PERFORM POST-THEO-DECISION
                       MOVE 8 TO tf
                       MOVE 0 TO theoPaid
                       PERFORM POST-THEO-DECISION
                       PERFORM THEO-FIRE-SEVEN-OUT
                       MOVE 0 TO linePt
                   END-IF
               END-IF
           END-IF.

       THEO-FIRE-POINT.
           PERFORM VARYING tn FROM 1 BY 1 UNTIL tn > 6
               IF tnb-num(tn) = linePt AND tnb-fire(tn) = 'N'
                   MOVE 'Y' TO tnb-fire(tn)
                   ADD 1 TO firePts
               END-IF
           END-PERFORM
           IF firePts >= 6
               MOVE 11 TO tf
               COMPUTE theoPaid = 1 + ptFire6
               PERFORM POST-THEO-DECISION
               PERFORM RESET-THEO-FIRE
           END-IF.

       THEO-FIRE-SEVEN-OUT.
           MOVE 11 TO tf
           MOVE 0 TO theoPaid
           IF firePts >= 5
               COMPUTE theoPaid = 1 + ptFire5
           ELSE
               IF firePts >= 4
                   COMPUTE theoPaid = 1 + ptFire4
               END-IF
           END-IF
           PERFORM POST-THEO-DECISION
           PERFORM RESET-THEO-FIRE.

       RESET-THEO-FIRE.
           MOVE 0 TO firePts
           PERFORM VARYING tn FROM 1 BY 1 UNTIL tn > 10
               MOVE 'N' TO tnb-fire(tn)
           END-PERFORM.

       THEO-SETTLE-COME.
           MOVE 3 TO tf
           IF comePt = 0
               EVALUATE TRUE
                   WHEN diceTotal = 7
                   WHEN diceTotal = 11 AND theoVar NOT = 'C'
                       MOVE 2 TO theoPaid
                       PERFORM POST-THEO-DECISION
                   WHEN (diceTotal = 2 OR diceTotal = 3
                       OR diceTotal = 12) AND theoVar NOT = 'C'
                       MOVE 0 TO theoPaid
                       PERFORM POST-THEO-DECISION
                   WHEN OTHER
                       MOVE diceTotal TO comePt
               END-EVALUATE
           ELSE
               IF diceTotal = comePt OR diceTotal = 7
                   IF diceTotal = comePt
                       MOVE 2 TO theoPaid
                   ELSE
                       MOVE 0 TO theoPaid
                   END-IF
                   PERFORM POST-THEO-DECISION
                   MOVE 0 TO comePt
               END-IF
           END-IF
           IF theoVar NOT = 'C'
               IF dcPt = 0
                   EVALUATE diceTotal
                       WHEN 2 WHEN 3 WHEN 12
                           MOVE 2 TO theoPaid
                           PERFORM POST-THEO-DECISION
                       WHEN 7 WHEN 11
                           MOVE 0 TO theoPaid
                           PERFORM POST-THEO-DECISION
                       WHEN OTHER
                           MOVE diceTotal TO dcPt
                   END-EVALUATE
               ELSE
                   IF diceTotal = dcPt OR diceTotal = 7
                       IF diceTotal = 7
                           MOVE 2 TO theoPaid
                       ELSE
                           MOVE 0 TO theoPaid
                       END-IF
                       PERFORM POST-THEO-DECISION
                       MOVE 0 TO dcPt
                   END-IF
               END-IF
           END-IF.

       THEO-SETTLE-NUMBER.
           MOVE tnb-num(tn) TO point
           PERFORM COMPUTE-SIM-ODDS
           IF tnb-place(tn) = 'Y'
               IF diceTotal = 7
                   MOVE 4 TO tf
                   MOVE tnb-life(tn) TO theoPaid
                   PERFORM POST-THEO-DECISION
                   MOVE 0 TO tnb-life(tn)
               END-IF
               IF diceTotal = tnb-num(tn)
                   PERFORM THEO-PLACE-PROFIT
               END-IF
           END-IF
           IF tnb-buy(tn) = 'Y'
           AND (diceTotal = 7 OR diceTotal = tnb-num(tn))
               MOVE 9 TO tf
               IF diceTotal = 7
                   MOVE 0 TO theoPaid
               ELSE
                   COMPUTE theoPaid ROUNDED = 1 + (payNum / payDen)
               END-IF
               PERFORM POST-THEO-DECISION
           END-IF
           IF tnb-lay(tn) = 'Y'
           AND (diceTotal = 7 OR diceTotal = tnb-num(tn))
               MOVE 9 TO tf
               IF diceTotal = 7
                   COMPUTE theoPaid ROUNDED = 1 + (payDen / payNum)
               ELSE
                   MOVE 0 TO theoPaid
               END-IF
               PERFORM POST-THEO-DECISION
           END-IF
           IF tnb-hard(tn) = 'Y'
           AND (diceTotal = 7 OR diceTotal = tnb-num(tn))
               MOVE 6 TO tf
               MOVE 0 TO theoPaid
               IF diceTotal = tnb-num(tn) AND DIE1 = DIE2
                   IF diceTotal = 4 OR diceTotal = 10
                       COMPUTE theoPaid = 1 + ptHard410
                   ELSE
                       COMPUTE theoPaid ROUNDED =
                           1 + (ptHard68Num / ptHard68Den)
                   END-IF
               END-IF
               PERFORM POST-THEO-DECISION
           END-IF.

       THEO-PLACE-PROFIT.
           EVALUATE tnb-num(tn)
               WHEN 4 WHEN 10
                   COMPUTE tnb-life(tn) ROUNDED = tnb-life(tn)
                       + (ptPlace410Num / ptPlace410Den)
               WHEN 5 WHEN 9
                   COMPUTE tnb-life(tn) ROUNDED = tnb-life(tn)
                       + (ptPlace59Num / ptPlace59Den)
               WHEN 6 WHEN 8
                   COMPUTE tnb-life(tn) ROUNDED = tnb-life(tn)
                       + (ptPlace68Num / ptPlace68Den)
               WHEN 2 WHEN 12
                   COMPUTE tnb-life(tn) ROUNDED = tnb-life(tn)
                       + (ptPlace212Num / ptPlace212Den)
               WHEN OTHER
                   COMPUTE tnb-life(tn) ROUNDED = tnb-life(tn)
                       + (ptPlace311Num / ptPlace311Den)
           END-EVALUATE.

       THEO-SETTLE-ONE-ROLL.
           MOVE 5 TO tf
           EVALUATE diceTotal
               WHEN 2 WHEN 12
                   COMPUTE theoPaid = 1 + ptField212
               WHEN 3 WHEN 4 WHEN 9 WHEN 10 WHEN 11
                   MOVE 2 TO theoPaid
               WHEN OTHER
                   MOVE 0 TO theoPaid
           END-EVALUATE
           PERFORM POST-THEO-DECISION
           MOVE 7 TO tf
           MOVE 0 TO theoPaid
           IF diceTotal = 2 OR diceTotal = 3 OR diceTotal = 12
               COMPUTE theoPaid = 1 + ptAnyCraps
           END-IF
           PERFORM POST-THEO-DECISION
           MOVE 0 TO theoPaid
           IF diceTotal = 7
               COMPUTE theoPaid = 1 + ptAnySeven
           END-IF
           PERFORM POST-THEO-DECISION
           EVALUATE diceTotal
               WHEN 2 WHEN 12
                   COMPUTE theoPaid = 1 + ptHorn212
               WHEN 3 WHEN 11
                   COMPUTE theoPaid = 1 + ptHorn311
               WHEN OTHER
                   MOVE 0 TO theoPaid
           END-EVALUATE
           PERFORM POST-THEO-DECISION.

       THEO-SETTLE-ATS.
           MOVE 11 TO tf
           IF diceTotal = 7
               MOVE 0 TO theoPaid
               IF atsSmallOn = 'Y'
                   PERFORM POST-THEO-DECISION
               END-IF
               IF atsTallOn = 'Y'
                   PERFORM POST-THEO-DECISION
               END-IF
               IF atsAllOn = 'Y'
                   PERFORM POST-THEO-DECISION
               END-IF
               PERFORM RESET-THEO-ATS
           ELSE
               MOVE 'Y' TO theo-ats-flag(diceTotal - 1)
               MOVE 'Y' TO atsSmallDone
               PERFORM VARYING tn FROM 1 BY 1 UNTIL tn > 5
                   IF theo-ats-flag(tn) = 'N'
                       MOVE 'N' TO atsSmallDone
                   END-IF
               END-PERFORM
               MOVE 'Y' TO atsTallDone
               PERFORM VARYING tn FROM 7 BY 1 UNTIL tn > 11
                   IF theo-ats-flag(tn) = 'N'
                       MOVE 'N' TO atsTallDone
                   END-IF
               END-PERFORM
               IF atsSmallOn = 'Y' AND atsSmallDone = 'Y'
                   COMPUTE theoPaid = 1 + ptAtsSmall
                   PERFORM POST-THEO-DECISION
                   MOVE 'N' TO atsSmallOn
               END-IF
               IF atsTallOn = 'Y' AND atsTallDone = 'Y'
                   COMPUTE theoPaid = 1 + ptAtsTall
                   PERFORM POST-THEO-DECISION
                   MOVE 'N' TO atsTallOn
               END-IF
               IF atsAllOn = 'Y' AND atsSmallDone = 'Y'
               AND atsTallDone = 'Y'
                   COMPUTE theoPaid = 1 + ptAtsAll
                   PERFORM POST-THEO-DECISION
                   MOVE 'N' TO atsAllOn
               END-IF
           END-IF.

       RESET-THEO-ATS.
           PERFORM VARYING tn FROM 1 BY 1 UNTIL tn > 11
               MOVE 'N' TO theo-ats-flag(tn)
           END-PERFORM
           MOVE 'Y' TO atsSmallOn
           MOVE 'Y' TO atsTallOn
           MOVE 'Y' TO atsAllOn.

       POST-THEO-DECISION.
           ADD theoStake TO tf-handle(tv tf)
           ADD theoPaid  TO tf-paid(tv tf)
           ADD 1 TO tf-decs(tv tf)
           COMPUTE theoNet = theoStake - theoPaid
           COMPUTE tf-sumsq(tv tf) = tf-sumsq(tv tf)
               + (theoNet * theoNet).

       FINISH-THEO-FAMILY.
           IF tf = 10
               MOVE 99.99 TO tf-raw(tv tf)
               MOVE 99.99 TO tf-new(tv tf)
               MOVE 0     TO tf-ci(tv tf)
           ELSE
               IF tf-offered(tv tf) = 'Y' AND tf-decs(tv tf) > 0
                   COMPUTE theoMean ROUNDED =
                       (tf-handle(tv tf) - tf-paid(tv tf))
                       / tf-handle(tv tf)
                   COMPUTE theoVarnc ROUNDED =
                       (tf-sumsq(tv tf) / tf-decs(tv tf))
                       - (theoMean * theoMean)
                   IF theoVarnc < 0
                       MOVE 0 TO theoVarnc
                   END-IF
                   COMPUTE theoCi ROUNDED = 196
                       * ((theoVarnc / tf-decs(tv tf)) ** 0.5)
                   COMPUTE theoPct ROUNDED = theoMean * 100
                   MOVE theoPct TO tf-raw(tv tf)
                   IF theoPct < 0
                       MOVE 0 TO theoPct
                   END-IF
                   IF theoPct > 99.99
                       MOVE 99.99 TO theoPct
                   END-IF
                   IF theoCi > 99.99
                       MOVE 99.99 TO theoCi
                   END-IF
                   MOVE theoPct TO tf-new(tv tf)
                   MOVE theoCi  TO tf-ci(tv tf)
               END-IF
           END-IF.

       WRITE-THEO-FILE.
           OPEN OUTPUT theo-hold-file
           PERFORM VARYING tv FROM 1 BY 1 UNTIL tv > 2
               PERFORM VARYING tf FROM 1 BY 1 UNTIL tf > 11
                   IF tf-offered(tv tf) = 'Y'
                       MOVE SPACES TO theo-hold-record
                       MOVE tf-name(tv tf) TO tho-family
                       MOVE tf-new(tv tf)  TO tho-pct
                       IF tv = 2
                           MOVE 'C' TO tho-variant
                       ELSE
                           MOVE 'S' TO tho-variant
                       END-IF
                       WRITE theo-hold-record
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE theo-hold-file.

       RECORD-PRIOR-THEO.
           PERFORM FIND-THEO-VERSIONS
           PERFORM LOAD-LIVE-THEO
           IF theoLiveCount > 0
               IF theoLatest = 0
                   MOVE "BASE  " TO theoAction
                   PERFORM CAPTURE-LIVE-THEO
               ELSE
                   PERFORM LOAD-THEO-VERSION-LINES
                   PERFORM COMPARE-LIVE-THEO
                   IF theoMatches = 'N'
                       MOVE "DRIFT " TO theoAction
                       PERFORM CAPTURE-LIVE-THEO
                   END-IF
               END-IF
           END-IF.

       RECORD-NEW-THEO.
           PERFORM LOAD-LIVE-THEO
           MOVE "SIMGEN" TO theoAction
           MOVE SPACES TO theoReason
           STRING "theo run seed " simSeed
               DELIMITED BY SIZE INTO theoReason
           PERFORM WRITE-THEO-VERSION-LINES
           PERFORM WRITE-THEO-LOG
           MOVE "CFG SIMGEN" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "theohold.dat v" theoNextVersion " " theoInit
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       FIND-THEO-VERSIONS.
           MOVE 0 TO theoLatest
           MOVE 0 TO theoNextVersion
           OPEN INPUT cfg-log-file
           IF cfglog-status = "00"
               MOVE 'N' TO theoEof
               PERFORM UNTIL theoEof = 'Y'
                   READ cfg-log-file AT END
                       MOVE 'Y' TO theoEof
                   NOT AT END
                       IF clg-file = "theohold.dat"
                           IF clg-version > theoNextVersion
                               MOVE clg-version TO theoNextVersion
                           END-IF
                           IF clg-action NOT = "STAGED"
                               MOVE clg-version TO theoLatest
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cfg-log-file
           END-IF
           ADD 1 TO theoNextVersion.

       LOAD-LIVE-THEO.
           MOVE 0 TO theoLiveCount
           OPEN INPUT theo-hold-file
           IF theohold-status = "00"
               MOVE 'N' TO theoEof
               PERFORM UNTIL theoEof = 'Y'
                   READ theo-hold-file AT END
                       MOVE 'Y' TO theoEof
                   NOT AT END
                       IF theoLiveCount < 99
                           ADD 1 TO theoLiveCount
                           MOVE theo-hold-record
                               TO tlv-text(theoLiveCount)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE theo-hold-file
           END-IF.

       LOAD-THEO-VERSION-LINES.
           MOVE 0 TO theoVerCount
           OPEN INPUT cfg-version-file
           IF cfgver-status = "00"
               MOVE 'N' TO theoEof
               PERFORM UNTIL theoEof = 'Y'
                   READ cfg-version-file AT END
                       MOVE 'Y' TO theoEof
                   NOT AT END
                       IF cvr-file = "theohold.dat"
                       AND cvr-version = theoLatest
                       AND theoVerCount < 99
                           ADD 1 TO theoVerCount
                           MOVE cvr-text TO tvr-text(theoVerCount)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cfg-version-file
           END-IF.

       COMPARE-LIVE-THEO.
           MOVE 'Y' TO theoMatches
           IF theoLiveCount NOT = theoVerCount
               MOVE 'N' TO theoMatches
           ELSE
               PERFORM VARYING tl FROM 1 BY 1
                   UNTIL tl > theoLiveCount OR theoMatches = 'N'
                   IF tlv-text(tl) NOT = tvr-text(tl)
                       MOVE 'N' TO theoMatches
                   END-IF
               END-PERFORM
           END-IF.

       CAPTURE-LIVE-THEO.
           MOVE "captured before theo run" TO theoReason
           PERFORM WRITE-THEO-VERSION-LINES
           PERFORM WRITE-THEO-LOG
           ADD 1 TO theoNextVersion.

       WRITE-THEO-VERSION-LINES.
           OPEN EXTEND cfg-version-file
           IF cfgver-status = "05" OR cfgver-status = "35"
               CLOSE cfg-version-file
               OPEN OUTPUT cfg-version-file
               CLOSE cfg-version-file
               OPEN EXTEND cfg-version-file
           END-IF
           PERFORM VARYING tl FROM 1 BY 1 UNTIL tl > theoLiveCount
               MOVE SPACES          TO cfg-version-record
               MOVE "theohold.dat"  TO cvr-file
               MOVE theoNextVersion TO cvr-version
               MOVE tl              TO cvr-line
               MOVE tlv-text(tl)    TO cvr-text
               WRITE cfg-version-record
           END-PERFORM
           CLOSE cfg-version-file.

       WRITE-THEO-LOG.
           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
           OPEN EXTEND cfg-log-file
           IF cfglog-status = "05" OR cfglog-status = "35"
               CLOSE cfg-log-file
               OPEN OUTPUT cfg-log-file
               CLOSE cfg-log-file
               OPEN EXTEND cfg-log-file
           END-IF
           MOVE SPACES          TO cfg-log-record
           MOVE "theohold.dat"  TO clg-file
           MOVE theoNextVersion TO clg-version
           MOVE theoAction      TO clg-action
           MOVE todayDate       TO clg-eff-date
           MOVE theoLiveCount   TO clg-lines
           MOVE theoInit        TO clg-by
           MOVE stampDate       TO clg-date
           COMPUTE clg-time = stampTime / 100
           MOVE theoReason      TO clg-reason
           WRITE cfg-log-record
           CLOSE cfg-log-file.

       WRITE-THEO-REPORT.
           MOVE 0 TO theoChanged
           MOVE SPACES TO reportName
           STRING "theogen-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT sim-report-file
           MOVE SPACES TO reportLine
           STRING "===== THEORETICAL HOLD " todayDate " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-THEO-LINE
           MOVE theoRolls TO decDisp
           MOVE SPACES TO reportLine
           STRING "Paytable in force, " decDisp " rolls, seed "
               simSeed
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-THEO-LINE
           PERFORM VARYING tv FROM 1 BY 1 UNTIL tv > 2
               IF tv = 1
                   MOVE "----- STANDARD TABLES -----" TO reportLine
               ELSE
                   MOVE "----- CRAPLESS TABLES -----" TO reportLine
               END-IF
               PERFORM PUT-THEO-LINE
               MOVE "FAMILY     DECISIONS    THEO  +/-CI    PREV"
                   TO reportLine
               MOVE "  CHANGE" TO reportLine(44:8)
               PERFORM PUT-THEO-LINE
               PERFORM VARYING tf FROM 1 BY 1 UNTIL tf > 11
                   IF tf-offered(tv tf) = 'Y'
                       PERFORM PUT-THEO-FAMILY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO reportLine
           STRING "Families moved beyond their confidence "
               "interval: " theoChanged
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-THEO-LINE
           MOVE SPACES TO reportLine
           STRING "theohold.dat rewritten as version " theoNextVersion
               " (SIMGEN by " theoInit ")."
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-THEO-LINE
           CLOSE sim-report-file
           MOVE 'R' TO rptMode
           MOVE "THEOGEN" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       PUT-THEO-FAMILY-LINE.
           MOVE tf-decs(tv tf) TO decDisp
           MOVE tf-raw(tv tf)  TO pctDisp
           MOVE tf-ci(tv tf)   TO ciDisp
           MOVE SPACES TO reportLine
           IF tf-had-prev(tv tf) = 'Y'
               MOVE tf-prev(tv tf) TO prvDisp
               COMPUTE theoChange = tf-new(tv tf) - tf-prev(tv tf)
               MOVE theoChange TO chgDisp
               STRING tf-name(tv tf) " " decDisp " " pctDisp " "
                   ciDisp "  " prvDisp " " chgDisp
                   DELIMITED BY SIZE INTO reportLine
               IF theoChange > tf-ci(tv tf)
               OR theoChange < (0 - tf-ci(tv tf))
                   ADD 1 TO theoChanged
                   MOVE " *" TO reportLine(53:2)
               END-IF
           ELSE
               STRING tf-name(tv tf) " " decDisp " " pctDisp " "
                   ciDisp "     new"
                   DELIMITED BY SIZE INTO reportLine
           END-IF
           IF tf-raw(tv tf) < 0
               MOVE " floor 0" TO reportLine(56:8)
           END-IF
           PERFORM PUT-THEO-LINE.

       PUT-THEO-LINE.
           DISPLAY reportLine
           MOVE reportLine TO sim-report-record
           WRITE sim-report-record.

       RUN-BACKTEST.
           CALL "GAMEDAY" USING todayDate
           PERFORM LOAD-BACKTEST-CONTROL
           MOVE simStopWin TO cfgStopWin
           MOVE SPACES TO reportName
           STRING "backtest-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT sim-report-file
           MOVE SPACES TO reportLine
           STRING "===== STRATEGY BACKTEST " todayDate " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-THEO-LINE
           MOVE SPACES TO reportLine
           IF btTable = 0
               STRING "Rolls from rolljrnl.dat, all tables, dates "
                   btFrom " to " btTo
                   DELIMITED BY SIZE INTO reportLine
           ELSE
               STRING "Rolls from rolljrnl.dat, table " btTable
                   ", dates " btFrom " to " btTo
                   DELIMITED BY SIZE INTO reportLine
           END-IF
           PERFORM PUT-THEO-LINE
           MOVE SPACES TO reportLine
           IF btShooter = SPACES
               STRING "All shooters, starting bankroll " simBankroll
                   DELIMITED BY SIZE INTO reportLine
           ELSE
               STRING "Shooter " btShooter
                   ", starting bankroll " simBankroll
                   DELIMITED BY SIZE INTO reportLine
           END-IF
           PERFORM PUT-THEO-LINE
           PERFORM VARYING bs FROM 1 BY 1 UNTIL bs > btScriptCount
               MOVE bt-script(bs) TO scriptName
               MOVE cfgStopWin TO simStopWin
               PERFORM INIT-SCRIPT-PLACES
               PERFORM LOAD-STRAT-SCRIPT
               MOVE SPACES TO reportLine
               STRING "Script " scriptName
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-THEO-LINE
               IF ruleCount = 0
                   MOVE "  No rules loaded - not run." TO reportLine
                   PERFORM PUT-THEO-LINE
               ELSE
                   PERFORM BACKTEST-ONE-SCRIPT
                   PERFORM PUT-BACKTEST-RESULT
               END-IF
           END-PERFORM
           CLOSE sim-report-file
           MOVE 'R' TO rptMode
           MOVE "BACKTEST" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords
           MOVE "BACKTEST" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "scripts " btScriptCount " rolls " btRolls
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       LOAD-BACKTEST-CONTROL.
           MOVE 0 TO btTable
           MOVE 0 TO btFrom
           MOVE 99999999 TO btTo
           MOVE SPACES TO btShooter
           MOVE 0 TO btScriptCount
           OPEN INPUT backtest-control-file
           IF backtest-status = "00"
               MOVE 'N' TO btEof
               PERFORM UNTIL btEof = 'Y'
                   READ backtest-control-file AT END
                       MOVE 'Y' TO btEof
                   NOT AT END
                       PERFORM APPLY-BACKTEST-CONTROL
                   END-READ
               END-PERFORM
               CLOSE backtest-control-file
           END-IF
           IF btScriptCount = 0
               MOVE 1 TO btScriptCount
               MOVE "stratscript.dat" TO bt-script(1)
           END-IF.

       APPLY-BACKTEST-CONTROL.
           EVALUATE btf-kind
               WHEN "TABLE"
                   IF btf-value(1:2) IS NUMERIC
                       MOVE btf-value(1:2) TO btTable
                   END-IF
               WHEN "FROM"
                   IF btf-value(1:8) IS NUMERIC
                       MOVE btf-value(1:8) TO btFrom
                   END-IF
               WHEN "TO"
                   IF btf-value(1:8) IS NUMERIC
                       MOVE btf-value(1:8) TO btTo
                   END-IF
               WHEN "SHOOTR"
                   MOVE btf-value(1:3) TO btShooter
               WHEN "SCRIPT"
                   IF btScriptCount < 10 AND btf-value NOT = SPACES
                       ADD 1 TO btScriptCount
                       MOVE btf-value TO bt-script(btScriptCount)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BACKTEST-ONE-SCRIPT.
           MOVE simBankroll TO bankroll
           MOVE simBankroll TO peakEquity
           MOVE 0 TO maxDrawdown
           MOVE 0 TO point
           MOVE 0 TO lineBet
           MOVE 0 TO oddsBet
           MOVE 0 TO fieldBet
           MOVE 'P' TO scriptLineKind
           MOVE 0 TO sessionWagered
           MOVE 0 TO betsPlaced
           MOVE 0 TO bustCount
           MOVE 0 TO btRolls
           MOVE 'N' TO sessionEnded
           MOVE 'N' TO btNoJournal
           IF btTable = 0
               PERFORM VARYING btPass FROM 1 BY 1
                   UNTIL btPass > 9 OR sessionEnded = 'Y'
                   OR btNoJournal = 'Y'
                   PERFORM BACKTEST-ONE-PASS
               END-PERFORM
           ELSE
               MOVE btTable TO btPass
               PERFORM BACKTEST-ONE-PASS
           END-IF
           COMPUTE sessionNet = bankroll - simBankroll.

       BACKTEST-ONE-PASS.
           MOVE 0 TO btLastGame
           MOVE 0 TO btLastTable
           OPEN INPUT roll-journal-file
           IF rolljrnl-status NOT = "00"
               DISPLAY "No roll journal on file, status: "
                   rolljrnl-status
               MOVE 'Y' TO btNoJournal
           ELSE
               MOVE 'N' TO btEof
               PERFORM UNTIL btEof = 'Y' OR sessionEnded = 'Y'
                   READ roll-journal-file AT END
                       MOVE 'Y' TO btEof
                   NOT AT END
                       PERFORM BACKTEST-ONE-ROLL
                   END-READ
               END-PERFORM
               CLOSE roll-journal-file
           END-IF
           PERFORM RETURN-BACKTEST-BETS.

       BACKTEST-ONE-ROLL.
           IF rj-total IS NUMERIC AND rj-date IS NUMERIC
           AND rj-table IS NUMERIC AND rj-table = btPass
           AND rj-date >= btFrom AND rj-date <= btTo
           AND (btShooter = SPACES OR rj-shooter = btShooter)
               IF btRolls > 0
               AND (rj-game NOT = btLastGame
                   OR rj-table NOT = btLastTable)
                   PERFORM RETURN-BACKTEST-BETS
               END-IF
               MOVE rj-game  TO btLastGame
               MOVE rj-table TO btLastTable
               ADD 1 TO btRolls
               PERFORM PLACE-SCRIPT-BETS
               IF sessionEnded = 'N'
                   MOVE rj-die1 TO DIE1
                   MOVE rj-die2 TO DIE2
                   COMPUTE diceTotal = DIE1 + DIE2
                   PERFORM SETTLE-SCRIPT-BETS
                   PERFORM TRACK-BACKTEST-DRAWDOWN
                   IF simStopWin > 0
                   AND bankroll >= simBankroll + simStopWin
                       MOVE 'Y' TO sessionEnded
                   END-IF
               END-IF
           END-IF.

       TRACK-BACKTEST-DRAWDOWN.
           COMPUTE btEquity = bankroll + lineBet + oddsBet + fieldBet
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
               ADD spb-amt(pi) TO btEquity
           END-PERFORM
           IF btEquity > peakEquity
               MOVE btEquity TO peakEquity
           END-IF
           IF peakEquity - btEquity > maxDrawdown
               COMPUTE maxDrawdown = peakEquity - btEquity
           END-IF.

       RETURN-BACKTEST-BETS.
           COMPUTE bankroll = bankroll + lineBet + oddsBet + fieldBet
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
               ADD spb-amt(pi) TO bankroll
               MOVE 0 TO spb-amt(pi)
               MOVE 0 TO spb-wins(pi)
           END-PERFORM
           MOVE 0 TO lineBet
           MOVE 0 TO oddsBet
           MOVE 0 TO fieldBet
           MOVE 0 TO point
           MOVE 'P' TO scriptLineKind.

       PUT-BACKTEST-RESULT.
           MOVE btRolls TO decDisp
           MOVE betsPlaced TO cntDisp
           MOVE sessionWagered TO amtDisp
           MOVE SPACES TO reportLine
           STRING "  Rolls " decDisp "  Bets " cntDisp
               "  Wagered " amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-THEO-LINE
           MOVE sessionNet TO meanDisp
           MOVE maxDrawdown TO ddDisp
           MOVE SPACES TO reportLine
           STRING "  Result " meanDisp "  Peak drawdown " ddDisp
               DELIMITED BY SIZE INTO reportLine
           IF bustCount > 0
               MOVE "  BUSTED" TO reportLine(57:8)
           END-IF
           IF simStopWin > 0 AND sessionEnded = 'Y'
           AND bustCount = 0
               MOVE "  STOP-WIN" TO reportLine(57:10)
           END-IF
           PERFORM PUT-THEO-LINE.
