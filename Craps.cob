               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tablestat-status.
           SELECT dice-inventory-file ASSIGN TO "diceinv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS diceinv-status.
           SELECT coupon-file ASSIGN TO "coupon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cpn-serial
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS coupon-status.

       DATA DIVISION.
       FILE SECTION.
           02 ckp-anyCrapsAmt       PIC 999V99.
           02 ckp-anySevenAmt       PIC 999V99.
           02 ckp-hornAmt           PIC 999V99.
           02 ckp-come-boxes        PIC X(220).
           02 ckp-buy-lay           PIC X(72).
           02 ckp-multiplayer       PIC X.
           02 ckp-numPlayers        PIC 9.
           02 ckp-firePoints        PIC 9.
           02 ckp-fire-flags        PIC X(6).
           02 ckp-ats-flags         PIC X(11).
           02 ckp-tokeStake         PIC 999V99.
           02 ckp-coupons           PIC X(30).
           02 ckp-placeBet2         PIC 999V99.
           02 ckp-placeBet3         PIC 999V99.
           02 ckp-placeBet11        PIC 999V99.
           02 ckp-placeBet12        PIC 999V99.
           02 ckp-variant           PIC X.

       01 checkpoint-seat-record.
           02 cks-name             PIC XXX.
           02 tbs-tier    PIC 9.
           02 FILLER      PIC X.
           02 tbs-date    PIC 9(8).
           02 FILLER      PIC X.
           02 tbs-variant PIC X.

       FD dice-inventory-file.
       COPY "diceinv.cpy".

       FD coupon-file.
       COPY "coupon.cpy".

       WORKING-STORAGE SECTION.

       01 ledgerBetType     PIC X(10).
       01 ledgerAmount      PIC 9(5)V99.
       01 ledgerOutcome     PIC X(4).
       01 ledgerStake       PIC 9(5)V99 VALUE 0.

       01 checkpoint-status PIC 99.
       01 resumedSession    PIC X VALUE 'N'.
       01 batchMode         PIC X VALUE 'N'.
       01 batchValue        PIC 9(5) VALUE 0.
       01 account-status    PIC 99.
       01 coupon-status     PIC 99.
       01 startBal          PIC 9(5)V99 VALUE 0.

       01 file-status      pic 99.
       01 placeBet8        PIC 999V99 VALUE 0.
       01 placeBet9        PIC 999V99 VALUE 0.
       01 placeBet10       PIC 999V99 VALUE 0.
       01 placeBet2        PIC 999V99 VALUE 0.
       01 placeBet3        PIC 999V99 VALUE 0.
       01 placeBet11       PIC 999V99 VALUE 0.
       01 placeBet12       PIC 999V99 VALUE 0.
       01 cbAm             PIC 999V99 VALUE 0.
       01 cbAmTot          PIC 999V99 VALUE 0.
       01 dcbAm            PIC 999V99 VALUE 0.
       01 dcbAmTot         PIC 9(5)V99 VALUE 0.
       01 comeNum          PIC 99 VALUE 0.
       01 boxNum           PIC 99 VALUE 0.
       01 cbi              PIC 99 VALUE 0.
       01 comeBoxTotal     PIC 9(5)V99 VALUE 0.
       01 comePayout       PIC 9(5)V99 VALUE 0.

       01 come-box-table.
           05 come-box-entry OCCURS 10 TIMES INDEXED BY cbx-index.
               10 cbx-num      PIC 99.
               10 cbx-come     PIC 999V99.
               10 cbx-dcome    PIC 999V99.
       01 configDone       PIC X VALUE 'N'.
       01 passStake        PIC 999V99 VALUE 0.
       01 dpStake          PIC 999V99 VALUE 0.
       01 tokeStake        PIC 999V99 VALUE 0.
       01 tokePaid         PIC 9(5)V99 VALUE 0.
       01 tokeChoice       PIC 9 VALUE 0.
       01 lineWon          PIC X VALUE 'N'.
       01 ledgerPromo      PIC X VALUE SPACE.
       01 couponSerial     PIC 9(8) VALUE 0.
       01 couponBet        PIC X(10) VALUE SPACES.
       01 couponCash       PIC 999V99 VALUE 0.
       01 couponTaken      PIC X VALUE 'N'.
       01 couponType       PIC X VALUE SPACE.
       01 couponAmt        PIC 999V99 VALUE 0.
       01 promoWin         PIC 9(5)V99 VALUE 0.
       01 coupon-stakes.
           05 passCpnSerial    PIC 9(8) VALUE 0.
           05 passCpnType      PIC X VALUE SPACE.
           05 passCpnAmt       PIC 999V99 VALUE 0.
           05 fieldCpnSerial   PIC 9(8) VALUE 0.
           05 fieldCpnType     PIC X VALUE SPACE.
           05 fieldCpnAmt      PIC 999V99 VALUE 0.
       01 lineWinner       PIC X VALUE SPACE.
       01 sumRollsWon      PIC 99 VALUE 0.
       01 sumRollsLost     PIC 99 VALUE 0.

       01 tableTier        PIC 9 VALUE 0.
       01 tableId          PIC 9 VALUE 1.
       01 tableVariant     PIC X VALUE 'S'.
       01 dutyDealer       PIC XXX VALUE SPACES.
       01 dutyStick        PIC XXX VALUE SPACES.
       01 tablestat-status PIC 99.
       01 tableOpenFlag    PIC X VALUE 'Y'.
       01 tableOkFlag      PIC X VALUE 'N'.
       01 pitTier          PIC 9 VALUE 0.
       01 checkpointName   PIC X(20) VALUE "checkpt-1.dat".
       01 diceinv-status   PIC 99.
       01 activeDiceSet    PIC X(8) VALUE SPACES.
       01 activeDiceDate   PIC 9(8) VALUE 0.
       01 priorDiceSet     PIC X(8) VALUE SPACES.
       01 diceChecked      PIC X VALUE 'N'.

       01 opsProgram       PIC X(8) VALUE "CRAPS".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.
       01 seatMode         PIC X VALUE 'I'.
       01 seatName         PIC XXX VALUE SPACES.
       01 seatTable        PIC 9 VALUE 0.
       01 seatResult       PIC XX VALUE SPACES.
       01 seatCount        PIC 9(4) VALUE 0.
       01 seatIdx          PIC 9 VALUE 1.
       01 seat-held-table.
           05 seatHeld OCCURS 4 TIMES PIC X.

       01 diceprobe-status PIC 99.
       01 manualprobe-status PIC 99.
               "1=Pas 2=DP 3=Plc 4=Fld 5=Prp 6=Buy 7=Lay 8=Bns ".
           05 LINE 9 COLUMN 68 VALUE "10=Vd: ".
           05 LINE 9 COLUMN 77 PIC ZZZ USING USER-CHOICE.
           05 LINE 10 COLUMN 20 VALUE "11=Toke the crew".

       01 TOKE-CHOICE-SCREEN.
           05 LINE 9 COLUMN 30 VALUE
               "1=Cash toke 2=Toke bet on the line: ".
           05 LINE 9 COLUMN 67 PIC 9 USING tokeChoice.

       01 USER-BET-TOKE.
           05 LINE 9 COLUMN 30 VALUE "How much for the crew: ".
           05 LINE 9 COLUMN 65 PIC ZZZ USING bAmou.

       01 USER-BONUS-CHOICE.
           05 LINE 9 COLUMN 30 VALUE
           05 LINE 9 COLUMN 30 VALUE "How much would you like to bet: ".
           05 LINE 9 COLUMN 65 PIC ZZZ USING fieldBetAmt.

       01 COUPON-PROMPT.
           05 LINE 10 COLUMN 30 VALUE "Coupon serial (0=none): ".
           05 LINE 10 COLUMN 55 PIC Z(8) USING couponSerial.

       01 COUPON-REFUSED.
           05 LINE 10 COLUMN 30 VALUE
               "Coupon not valid for this player/bet.   ".

       01 USER-PLACE-NUM.
           05 LINE 9 COLUMN 30 VALUE "Place # (4,5,6,8,9,10): ".
           05 LINE 9 COLUMN 58 PIC 99 USING placeNum.

       01 USER-PLACE-NUM-CRAPLESS.
           05 LINE 9 COLUMN 30 VALUE "Place # (2-6,8-12):     ".
           05 LINE 9 COLUMN 58 PIC 99 USING placeNum.

       01 USER-BUY-NUM.
           05 LINE 9 COLUMN 30 VALUE "Buy # (4,5,6,8,9,10): ".
           05 LINE 9 COLUMN 56 PIC 99 USING placeNum.
           05 LINE 9 COLUMN 20 VALUE
               "Player is self-excluded. See the cage.".

       01 SEAT-HELD-MSG.
           05 LINE 9 COLUMN 20 VALUE
               "Player is already seated at table ".
           05 LINE 9 COLUMN 54 PIC 9 FROM seatTable.
           05 LINE 9 COLUMN 56 VALUE "- see the pit boss.".

       01 SEAT-DOWN-MSG.
           05 LINE 9 COLUMN 20 VALUE
               "Seat registry unavailable - see the pit boss.".

       01 NO-DONT-BETS-MSG.
           05 LINE 9 COLUMN 20 VALUE
               "Crapless table - no don't pass or don't come. ".

       01 TABLE-CLOSED-MSG.
           05 LINE 9 COLUMN 20 VALUE
               "That table is closed. See the pit boss.".
       01 CLEAR-PUCK-10.
           05 LINE 13 COLUMN 76 VALUE "   ".

       01 PUCK-ON-CRAPLESS.
           05 LINE 13 COLUMN 82 VALUE "POINT ".
           05 LINE 13 COLUMN 88 PIC Z9 USING point.

       01 CLEAR-PUCK-CRAPLESS.
           05 LINE 13 COLUMN 82 VALUE "        ".

       01 WIN-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 5 VALUE "__   _____  _   _  ".
           PERFORM CHECK-FOR-BATCH.
           PERFORM CHECK-MANUAL-DICE.
           PERFORM SELECT-TABLE-NUMBER.
           PERFORM LOAD-ACTIVE-DICE-SET.
           PERFORM CONFIGURE-TABLE.
           PERFORM CHECK-FOR-CHECKPOINT.
           PERFORM RESEAT-TABLE.
           PERFORM GAME-LOOP.

       CHECK-DICE-SCRIPT-PROBE.

       WRITE-PRIZE-LEDGER.
           MOVE SPACES TO ledger-ix-record
           CALL "GAMEDAY" USING sessionDate
           MOVE sessionDate TO lix-date
           MOVE gameNum    TO lix-game
           MOVE plr-name(bestIdx) TO lix-user-name
           MOVE "ADD "     TO lix-outcome
           MOVE acct-bal   TO lix-balance
           MOVE tableId    TO lix-table
           MOVE rollSeq    TO lix-roll
           MOVE 0          TO lix-stake
           PERFORM COMPUTE-SHIFT
           MOVE shiftCode TO lix-shift
           COMPUTE lix-time = shiftTime / 100
           PERFORM PUT-LEDGER-INDEX.

       COMPUTE-SHIFT.
           END-IF.

       WRITE-EVENT-FEED.
           CALL "GAMEDAY" USING sessionDate
           ACCEPT evtTime FROM TIME
           COMPUTE evtTimeDisp = evtTime / 100
           MOVE evtAmount TO evtAmountDisp
               END-PERFORM
           END-IF
           MOVE SPACES        TO slip-record
           CALL "GAMEDAY" USING sessionDate
           MOVE sessionDate   TO slip-date
           MOVE user-name     TO slip-name
           MOVE gameNum       TO slip-game
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
                       END-IF
               END-READ
               CLOSE paytable-file
           END-IF.
           MOVE ckp-firePoints      TO firePointsMade
           MOVE ckp-fire-flags      TO fire-point-table
           MOVE ckp-ats-flags       TO ats-roll-table
           MOVE ckp-tokeStake       TO tokeStake
           MOVE ckp-coupons         TO coupon-stakes
           MOVE ckp-placeBet2       TO placeBet2
           MOVE ckp-placeBet3       TO placeBet3
           MOVE ckp-placeBet11      TO placeBet11
           MOVE ckp-placeBet12      TO placeBet12
           MOVE ckp-variant         TO tableVariant
           PERFORM RELOAD-LIMITS
           PERFORM CHECK-EXCLUSION
           IF playerExcluded = 'Y'
           MOVE firePointsMade  TO ckp-firePoints
           MOVE fire-point-table TO ckp-fire-flags
           MOVE ats-roll-table  TO ckp-ats-flags
           MOVE tokeStake       TO ckp-tokeStake
           MOVE coupon-stakes   TO ckp-coupons
           MOVE placeBet2       TO ckp-placeBet2
           MOVE placeBet3       TO ckp-placeBet3
           MOVE placeBet11      TO ckp-placeBet11
           MOVE placeBet12      TO ckp-placeBet12
           MOVE tableVariant    TO ckp-variant
           OPEN OUTPUT checkpoint-file
           WRITE checkpoint-record
           IF multiplayerMode = 'Y'
           MOVE 8  TO cbx-num(4)
           MOVE 9  TO cbx-num(5)
           MOVE 10 TO cbx-num(6)
           MOVE 2  TO cbx-num(7)
           MOVE 3  TO cbx-num(8)
           MOVE 11 TO cbx-num(9)
           MOVE 12 TO cbx-num(10)
           PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
               MOVE 0 TO cbx-come(cbi)
               MOVE 0 TO cbx-dcome(cbi)
               MOVE 0 TO cbx-codds(cbi)
               MOVE 0 TO cbx-dodds(cbi)
           END-PERFORM
           PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 6
               MOVE cbx-num(cbi) TO blx-num(cbi)
               MOVE 0 TO blx-buy(cbi)
               MOVE 0 TO blx-lay(cbi)
               MOVE 0 TO dpStake
               MOVE 'N' TO DontpassLineBet
           END-IF
           IF passCpnAmt > 0
               MOVE passCpnSerial TO couponSerial
               PERFORM REOPEN-COUPON
               MOVE 0 TO passCpnAmt
           END-IF
           IF tokeStake > 0
               ADD tokeStake TO bal
               MOVE "TOKEBET"  TO ledgerBetType
               MOVE tokeStake  TO ledgerAmount
               MOVE "RTRN"     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO tokeStake
           END-IF
           IF oddsAmou > 0
               ADD oddsAmou TO bal
               MOVE "ODDS"     TO ledgerBetType
               MOVE "RTRN"     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO placeBet10
           END-IF
           IF placeBet2 > 0
               ADD placeBet2 TO bal
               MOVE "PLACE2"   TO ledgerBetType
               MOVE placeBet2  TO ledgerAmount
               MOVE "RTRN"     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO placeBet2
           END-IF
           IF placeBet3 > 0
               ADD placeBet3 TO bal
               MOVE "PLACE3"   TO ledgerBetType
               MOVE placeBet3  TO ledgerAmount
               MOVE "RTRN"     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO placeBet3
           END-IF
           IF placeBet11 > 0
               ADD placeBet11 TO bal
               MOVE "PLACE11"  TO ledgerBetType
               MOVE placeBet11 TO ledgerAmount
               MOVE "RTRN"     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO placeBet11
           END-IF
           IF placeBet12 > 0
               ADD placeBet12 TO bal
               MOVE "PLACE12"  TO ledgerBetType
               MOVE placeBet12 TO ledgerAmount
               MOVE "RTRN"     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO placeBet12
           END-IF.

       PRESS-PLACE-BET.
                   PERFORM READ-BATCH-VALUE
                   MOVE batchValue TO placeNum
               ELSE
                   IF tableVariant = 'C'
                       DISPLAY USER-PLACE-NUM-CRAPLESS
                       ACCEPT USER-PLACE-NUM-CRAPLESS
                   ELSE
                       DISPLAY USER-PLACE-NUM
                       ACCEPT USER-PLACE-NUM
                   END-IF
               END-IF
               IF placeNum = 4 OR placeNum = 5 OR placeNum = 6
               OR placeNum = 8 OR placeNum = 9 OR placeNum = 10
               OR (tableVariant = 'C' AND (placeNum = 2
                   OR placeNum = 3 OR placeNum = 11 OR placeNum = 12))
                   MOVE 'Y' TO validBet
               ELSE
                   DISPLAY INVALID-CHOICE
                   MOVE placeBet9  TO pressAmt
               WHEN 10
                   MOVE placeBet10 TO pressAmt
               WHEN 2
                   MOVE placeBet2  TO pressAmt
               WHEN 3
                   MOVE placeBet3  TO pressAmt
               WHEN 11
                   MOVE placeBet11 TO pressAmt
               WHEN 12
                   MOVE placeBet12 TO pressAmt
           END-EVALUATE
           IF pressAmt = 0
               DISPLAY INVALID-CHOICE
                       WHEN 10
                           ADD pressAmt TO placeBet10
                           MOVE "PLACE10" TO ledgerBetType
                       WHEN 2
                           ADD pressAmt TO placeBet2
                           MOVE "PLACE2"  TO ledgerBetType
                       WHEN 3
                           ADD pressAmt TO placeBet3
                           MOVE "PLACE3"  TO ledgerBetType
                       WHEN 11
                           ADD pressAmt TO placeBet11
                           MOVE "PLACE11" TO ledgerBetType
                       WHEN 12
                           ADD pressAmt TO placeBet12
                           MOVE "PLACE12" TO ledgerBetType
                   END-EVALUATE
                   MOVE pressAmt   TO ledgerAmount
                   MOVE "BET "     TO ledgerOutcome
                   PERFORM READ-BATCH-VALUE
                   MOVE batchValue TO placeNum
               ELSE
                   IF tableVariant = 'C'
                       DISPLAY USER-PLACE-NUM-CRAPLESS
                       ACCEPT USER-PLACE-NUM-CRAPLESS
                   ELSE
                       DISPLAY USER-PLACE-NUM
                       ACCEPT USER-PLACE-NUM
                   END-IF
               END-IF
               IF placeNum = 4 OR placeNum = 5 OR placeNum = 6
               OR placeNum = 8 OR placeNum = 9 OR placeNum = 10
               OR (tableVariant = 'C' AND (placeNum = 2
                   OR placeNum = 3 OR placeNum = 11 OR placeNum = 12))
                   MOVE 'Y' TO validBet
               ELSE
                   DISPLAY INVALID-CHOICE
                   MOVE placeBet10 TO pressAmt
                   MOVE 0 TO placeBet10
                   MOVE "PLACE10"  TO ledgerBetType
               WHEN 2
                   MOVE placeBet2  TO pressAmt
                   MOVE 0 TO placeBet2
                   MOVE "PLACE2"   TO ledgerBetType
               WHEN 3
                   MOVE placeBet3  TO pressAmt
                   MOVE 0 TO placeBet3
                   MOVE "PLACE3"   TO ledgerBetType
               WHEN 11
                   MOVE placeBet11 TO pressAmt
                   MOVE 0 TO placeBet11
                   MOVE "PLACE11"  TO ledgerBetType
               WHEN 12
                   MOVE placeBet12 TO pressAmt
                   MOVE 0 TO placeBet12
                   MOVE "PLACE12"  TO ledgerBetType
           END-EVALUATE
           IF pressAmt = 0
               DISPLAY INVALID-CHOICE
                           + (comePayout - blx-lay(cbi))
                       PERFORM SET-LAY-LEDGER-TYPE
                       MOVE comePayout TO ledgerAmount
                       MOVE blx-lay(cbi) TO ledgerStake
                       MOVE "WIN "     TO ledgerOutcome
                       PERFORM WRITE-LEDGER
                       MOVE 0 TO blx-lay(cbi)
                               + (comePayout - blx-buy(cbi))
                           PERFORM SET-BUY-LEDGER-TYPE
                           MOVE comePayout TO ledgerAmount
                           MOVE blx-buy(cbi) TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                           MOVE 0 TO blx-buy(cbi)

       SUM-COME-BOXES.
           MOVE 0 TO comeBoxTotal
           PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
               COMPUTE comeBoxTotal = comeBoxTotal + cbx-come(cbi)
                   + cbx-dcome(cbi) + cbx-codds(cbi) + cbx-dodds(cbi)
           END-PERFORM.

       RETURN-COME-BETS.
           PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
               IF cbx-come(cbi) > 0
                   ADD cbx-come(cbi) TO bal
                   MOVE "COME"     TO ledgerBetType

       COMPUTE-BOX-ODDS.
           EVALUATE boxNum
               WHEN 2 WHEN 12
                   MOVE ptOdds212Num TO payMultNum
                   MOVE ptOdds212Den TO payMultDen
               WHEN 3 WHEN 11
                   MOVE ptOdds311Num TO payMultNum
                   MOVE ptOdds311Den TO payMultDen
               WHEN 4 WHEN 10
                   MOVE ptOdds410Num TO payMultNum
                   MOVE ptOdds410Den TO payMultDen

       WRITE-REBUY-JOURNAL.
           MOVE SPACES    TO cash-journal-record
           CALL "GAMEDAY" USING sessionDate
           MOVE sessionDate TO cj-date
           MOVE user-name TO cj-name
           MOVE "REBUY   " TO cj-type
           MOVE user-name TO rj-shooter
           MOVE tableId   TO rj-table
           MOVE rollMode  TO rj-mode
           PERFORM LOAD-ACTIVE-DICE-SET
           MOVE activeDiceSet TO rj-dice-set
           CALL "DEALDUTY" USING tableId dutyDealer dutyStick
           MOVE dutyDealer TO rj-dealer
           MOVE dutyStick  TO rj-stick
           CALL "GAMEDAY" USING sessionDate
           MOVE sessionDate TO rj-date
           ACCEPT shiftTime FROM TIME
           COMPUTE rj-time = shiftTime / 100
           OPEN EXTEND roll-journal-file
           IF rolljrnl-status = "05" OR rolljrnl-status = "35"
               CLOSE roll-journal-file

       WRITE-LEDGER.
           MOVE SPACES        TO ledger-ix-record
           CALL "GAMEDAY" USING sessionDate
           MOVE sessionDate   TO lix-date
           MOVE gameNum       TO lix-game
           MOVE user-name     TO lix-user-name
           IF tournamentMode = 'Y'
               MOVE 'T' TO lix-mode
           END-IF
           MOVE rollSeq       TO lix-roll
           CALL "DEALDUTY" USING tableId dutyDealer dutyStick
           MOVE dutyDealer    TO lix-dealer
           MOVE ledgerPromo   TO lix-promo
           MOVE SPACE TO ledgerPromo
           MOVE tableVariant  TO lix-variant
           IF ledgerOutcome = "WIN "
               MOVE ledgerStake  TO lix-stake
           ELSE
               MOVE ledgerAmount TO lix-stake
           END-IF
           MOVE 0 TO ledgerStake
           PERFORM COMPUTE-SHIFT
           MOVE shiftCode TO lix-shift
           COMPUTE lix-time = shiftTime / 100
           PERFORM PUT-LEDGER-INDEX
           IF ledgerOutcome = "BET " AND ledgerBetType NOT = "VIG"
               ADD ledgerAmount TO sessionWagered

       WRITE-COMP-JOURNAL.
           MOVE SPACES    TO comp-journal-record
           CALL "GAMEDAY" USING sessionDate
           MOVE sessionDate TO cpj-date
           MOVE user-name TO cpj-name
           MOVE "EARN  "  TO cpj-type
       SELECT-TABLE-NUMBER.
           IF batchMode = 'Y'
               MOVE 1 TO tableId
               PERFORM CHECK-TABLE-OPEN
           ELSE
               MOVE 0 TO tableId
               MOVE 'N' TO tableOkFlag
               DELIMITED BY SIZE INTO checkpointName
           MOVE "TABLE OPEN" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "table " tableId " variant " tableVariant
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       CONFIGURE-TABLE.
       CHECK-TABLE-OPEN.
           MOVE 'Y' TO tableOpenFlag
           MOVE 0 TO pitTier
           MOVE 'S' TO tableVariant
           OPEN INPUT table-status-file
           IF tablestat-status = "00"
               MOVE 'N' TO tableOpenFlag
                           MOVE 'Y' TO tableOpenFlag
                           MOVE tbs-tier TO pitTier
                       END-IF
                       IF tbs-table = tableId AND tbs-variant = 'C'
                           MOVE 'C' TO tableVariant
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE table-status-file
           END-IF.

       LOAD-ACTIVE-DICE-SET.
           MOVE activeDiceSet TO priorDiceSet
           MOVE SPACES TO activeDiceSet
           MOVE 0 TO activeDiceDate
           OPEN INPUT dice-inventory-file
           IF diceinv-status = "00"
               MOVE 'N' TO scanEof
               PERFORM UNTIL scanEof = 'Y'
                   READ dice-inventory-file AT END
                       MOVE 'Y' TO scanEof
                   NOT AT END
                       IF dci-table = tableId AND dci-retired = 0
                       AND dci-in-service >= activeDiceDate
                           MOVE dci-serial     TO activeDiceSet
                           MOVE dci-in-service TO activeDiceDate
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dice-inventory-file
           END-IF
           IF activeDiceSet = SPACES
           AND (priorDiceSet NOT = SPACES OR diceChecked = 'N')
               MOVE "NO DICE SET" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "table " tableId " has no active set"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           MOVE 'Y' TO diceChecked.

       SELECT-TABLE-TIER.
           IF pitTier >= 1 AND pitTier <= 4
               MOVE pitTier TO tableTier
           MOVE 'N' TO Dontcomebet
           MOVE 0 TO passStake
           MOVE 0 TO dpStake
           MOVE 0 TO tokeStake
           MOVE 0 TO passCpnAmt
           MOVE 0 TO fieldCpnAmt
           MOVE SPACE TO lineWinner
           MOVE 0 TO oddsAmou
           MOVE 0 TO dcOddsAmou
           MOVE 0 TO placeBet8
           MOVE 0 TO placeBet9
           MOVE 0 TO placeBet10
           MOVE 0 TO placeBet2
           MOVE 0 TO placeBet3
           MOVE 0 TO placeBet11
           MOVE 0 TO placeBet12
           MOVE 0 TO fieldBetAmt
           MOVE 0 TO hardBet4
           MOVE 0 TO hardBet6
           MOVE 0 TO hornAmt.

       SETUP-MULTIPLAYER.
           MOVE ALL 'N' TO seat-held-table
           IF batchMode = 'Y'
               MOVE 1 TO numPlayers
               MOVE 'N' TO multiplayerMode
                   MOVE "   " TO user-name
                   DISPLAY ENTER-USERNAME
                   ACCEPT ENTER-USERNAME
                   MOVE 1 TO seatIdx
                   PERFORM LOAD-ACCOUNT
                   IF playerExcluded = 'Y'
                       MOVE 'N' TO rollAgain
                       ACCEPT PLAYER-NAME-PROMPT
                       MOVE startBal TO bal
                       MOVE 'N' TO plr-entered(mpIndex)
                       MOVE mpIndex TO seatIdx
                       IF tournamentMode = 'Y'
                           PERFORM ENTER-TOURNAMENT
                       ELSE
           MOVE 'N' TO playerExcluded
           PERFORM RELOAD-LIMITS
           PERFORM CHECK-EXCLUSION
           IF playerExcluded = 'N'
               PERFORM TAKE-SEAT
           END-IF
           IF playerExcluded = 'N'
               PERFORM RECORD-TOURNEY-ENTRY
           END-IF.
           MOVE 'Y' TO plr-entered(mpIndex)
           MOVE bal TO sessionStartBal
           MOVE 0 TO lossToday
           CALL "GAMEDAY" USING sessionDate
           MOVE SPACES      TO tourney-record
           MOVE sessionDate TO trn-date
           MOVE user-name   TO trn-name
                   MOVE 15 TO prizePct(3)
                   MOVE 5  TO prizePct(4)
           END-EVALUATE
           CALL "GAMEDAY" USING sessionDate
           DISPLAY "===== TOURNAMENT RESULT ====="
           PERFORM VARYING rankIndex FROM 1 BY 1
               UNTIL rankIndex > enteredCount
           PERFORM RETURN-BONUS-BETS
           PERFORM SAVE-PLAYER-STATE
           MOVE 'N' TO plr-active(curPlayer)
           MOVE curPlayer TO seatIdx
           IF tournamentMode = 'N'
               PERFORM SAVE-ACCOUNT
               PERFORM LOAD-PLAYER-STATE
           END-IF
           PERFORM RELEASE-SEAT
           PERFORM ADVANCE-TO-NEXT-PLAYER.

       GAME-LOOP.
                       MOVE 'N' TO validBet
                       PERFORM PASS-LINE-BET
                   WHEN 2
                       IF tableVariant = 'C'
                           DISPLAY NO-DONT-BETS-MSG
                           CALL "C$SLEEP" USING 2
                           MOVE 0 TO USER-CHOICE
                       ELSE
                           MOVE 'N' TO validBet
                           PERFORM DONT-PASS-LINE-BET
                       END-IF
                   WHEN 3
                       PERFORM PLACE-BET
                   WHEN 4
                       PERFORM BONUS-BET
                   WHEN 10
                       PERFORM VOID-WAGER
                   WHEN 11
                       PERFORM TOKE-CREW
                   WHEN 9
                       MOVE 'N' TO rollAgain
                   WHEN OTHER
                       MOVE plr-comp(mpIndex)        TO compPoints
                       PERFORM NEXT-HIGH-SEQ
                       PERFORM UPDATE-HIGH
                       MOVE mpIndex TO seatIdx
                       IF tournamentMode = 'N'
                           PERFORM SAVE-ACCOUNT
                       END-IF
                       PERFORM RELEASE-SEAT
                   END-PERFORM
                   CLOSE highscore-file
               ELSE
                   PERFORM NEXT-HIGH-SEQ
                   PERFORM UPDATE-HIGH
                   CLOSE highscore-file
                   MOVE 1 TO seatIdx
                   PERFORM SAVE-ACCOUNT
                   PERFORM RELEASE-SEAT
               END-IF
               PERFORM GAME-LOOP
           END-IF.
                   MOVE bAmou      TO ledgerAmount
                   MOVE "BET "     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
                   IF passCpnAmt = 0
                       MOVE "PASS" TO couponBet
                       MOVE bAmou  TO couponCash
                       PERFORM TAKE-COUPON
                       IF couponTaken = 'Y'
                           MOVE couponSerial TO passCpnSerial
                           MOVE couponType   TO passCpnType
                           MOVE couponAmt    TO passCpnAmt
                       END-IF
                   END-IF
                   DISPLAY PLACE-BET-PASS
                   DISPLAY USER-BALANCE
               ELSE
                   PERFORM READ-BATCH-VALUE
                   MOVE batchValue TO placeNum
               ELSE
                   IF tableVariant = 'C'
                       DISPLAY USER-PLACE-NUM-CRAPLESS
                       ACCEPT USER-PLACE-NUM-CRAPLESS
                   ELSE
                       DISPLAY USER-PLACE-NUM
                       ACCEPT USER-PLACE-NUM
                   END-IF
               END-IF
               IF placeNum = 4 OR placeNum = 5 OR placeNum = 6
               OR placeNum = 8 OR placeNum = 9 OR placeNum = 10
               OR (tableVariant = 'C' AND (placeNum = 2
                   OR placeNum = 3 OR placeNum = 11 OR placeNum = 12))
                   MOVE 'Y' TO validBet
               ELSE
                   DISPLAY INVALID-CHOICE
                       WHEN 10
                           ADD bAmou TO placeBet10
                           MOVE "PLACE10" TO ledgerBetType
                       WHEN 2
                           ADD bAmou TO placeBet2
                           MOVE "PLACE2"  TO ledgerBetType
                       WHEN 3
                           ADD bAmou TO placeBet3
                           MOVE "PLACE3"  TO ledgerBetType
                       WHEN 11
                           ADD bAmou TO placeBet11
                           MOVE "PLACE11" TO ledgerBetType
                       WHEN 12
                           ADD bAmou TO placeBet12
                           MOVE "PLACE12" TO ledgerBetType
                   END-EVALUATE
                   MOVE bAmou      TO ledgerAmount
                   MOVE "BET "     TO ledgerOutcome
                   MOVE fieldBetAmt TO ledgerAmount
                   MOVE "BET "     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
                   IF fieldCpnAmt = 0
                       MOVE "FIELD"     TO couponBet
                       MOVE fieldBetAmt TO couponCash
                       PERFORM TAKE-COUPON
                       IF couponTaken = 'Y'
                           MOVE couponSerial TO fieldCpnSerial
                           MOVE couponType   TO fieldCpnType
                           MOVE couponAmt    TO fieldCpnAmt
                       END-IF
                   END-IF
                   DISPLAY USER-BALANCE
               ELSE
                   DISPLAY INVALID-BET
                           END-IF
                       END-IF
                   ELSE
                       PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
                           IF cbx-num(cbi) = comeNum
                               IF cbx-come(cbi) > 0
                                   ADD oddsBetAmt TO cbx-codds(cbi)
                       CALL "C$SLEEP" USING 2
                   END-IF
               ELSE
                   PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
                       IF cbx-num(cbi) = comeNum
                       AND (cbx-come(cbi) > 0 OR cbx-dcome(cbi) > 0)
                           MOVE 'Y' TO validBet
                   PERFORM BACK-OUT-PLACE9
               WHEN "PLACE10"
                   PERFORM BACK-OUT-PLACE10
               WHEN "PLACE2"
                   PERFORM BACK-OUT-PLACE2
               WHEN "PLACE3"
                   PERFORM BACK-OUT-PLACE3
               WHEN "PLACE11"
                   PERFORM BACK-OUT-PLACE11
               WHEN "PLACE12"
                   PERFORM BACK-OUT-PLACE12
               WHEN "HARD4"
                   IF hardBet4 >= voidAmt
                       SUBTRACT voidAmt FROM hardBet4
               WHEN "LAY4" WHEN "LAY5" WHEN "LAY6"
               WHEN "LAY8" WHEN "LAY9" WHEN "LAY10"
                   PERFORM BACK-OUT-LAY-BET
               WHEN "TOKEBET"
                   IF tokeStake >= voidAmt
                       SUBTRACT voidAmt FROM tokeStake
                   ELSE
                       MOVE 'N' TO voidBacked
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO voidBacked
           END-EVALUATE.

       BACK-OUT-COME-ODDS.
           MOVE 'N' TO voidBacked
           PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
               IF cbx-codds(cbi) >= voidAmt
               AND voidBacked = 'N'
                   SUBTRACT voidAmt FROM cbx-codds(cbi)

       BACK-OUT-LAY-ODDS.
           MOVE 'N' TO voidBacked
           PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
               IF cbx-dodds(cbi) >= voidAmt
               AND voidBacked = 'N'
                   SUBTRACT voidAmt FROM cbx-dodds(cbi)
               MOVE 'N' TO voidBacked
           END-IF.

       BACK-OUT-PLACE2.
           IF placeBet2 >= voidAmt
               SUBTRACT voidAmt FROM placeBet2
           ELSE
               MOVE 'N' TO voidBacked
           END-IF.

       BACK-OUT-PLACE3.
           IF placeBet3 >= voidAmt
               SUBTRACT voidAmt FROM placeBet3
           ELSE
               MOVE 'N' TO voidBacked
           END-IF.

       BACK-OUT-PLACE11.
           IF placeBet11 >= voidAmt
               SUBTRACT voidAmt FROM placeBet11
           ELSE
               MOVE 'N' TO voidBacked
           END-IF.

       BACK-OUT-PLACE12.
           IF placeBet12 >= voidAmt
               SUBTRACT voidAmt FROM placeBet12
           ELSE
               MOVE 'N' TO voidBacked
           END-IF.

       BACK-OUT-BUY-BET.
           MOVE 'N' TO voidBacked
           PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 6
                   + (bonusPayout - atsSmallAmt)
               MOVE "ATSSMALL" TO ledgerBetType
               MOVE bonusPayout TO ledgerAmount
               MOVE atsSmallAmt TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO atsSmallAmt
                   + (bonusPayout - atsTallAmt)
               MOVE "ATSTALL"  TO ledgerBetType
               MOVE bonusPayout TO ledgerAmount
               MOVE atsTallAmt TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO atsTallAmt
                   + (bonusPayout - atsAllAmt)
               MOVE "ATSALL"   TO ledgerBetType
               MOVE bonusPayout TO ledgerAmount
               MOVE atsAllAmt TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO atsAllAmt
                       + (bonusPayout - fireBetAmt)
                   MOVE "FIRE"     TO ledgerBetType
                   MOVE bonusPayout TO ledgerAmount
                   MOVE fireBetAmt TO ledgerStake
                   MOVE "WIN "     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
                   MOVE 0 TO fireBetAmt
                   COMPUTE sumNetProp = sumNetProp
                       + (bonusPayout - fireBetAmt)
                   MOVE bonusPayout TO ledgerAmount
                   MOVE fireBetAmt TO ledgerStake
                   MOVE "WIN "     TO ledgerOutcome
               ELSE
                   COMPUTE sumNetProp = sumNetProp - fireBetAmt
           END-IF
           PERFORM RESET-BONUS-HAND.

       TOKE-CREW.
           MOVE 0 TO tokeChoice
           MOVE 0 TO bAmou
           IF tournamentMode = 'Y'
               DISPLAY INVALID-CHOICE
               CALL "C$SLEEP" USING 2
           ELSE
               IF batchMode = 'Y'
                   PERFORM READ-BATCH-VALUE
                   MOVE batchValue TO tokeChoice
                   PERFORM READ-BATCH-VALUE
                   MOVE batchValue TO bAmou
               ELSE
                   DISPLAY TOKE-CHOICE-SCREEN
                   ACCEPT TOKE-CHOICE-SCREEN
                   DISPLAY USER-BET-TOKE
                   ACCEPT USER-BET-TOKE
               END-IF
               EVALUATE TRUE
                   WHEN bAmou = 0 OR bAmou > bal
                       DISPLAY INVALID-BET
                       CALL "C$SLEEP" USING 2
                   WHEN tokeChoice = 1
                       SUBTRACT bAmou FROM bal
                       MOVE "TOKE"     TO ledgerBetType
                       MOVE bAmou      TO ledgerAmount
                       MOVE "TOKE"     TO ledgerOutcome
                       PERFORM WRITE-LEDGER
                       MOVE "TOKE" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING user-name " cash " bAmou
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
                       DISPLAY USER-BALANCE
                   WHEN tokeChoice = 2 AND passLineBet = 'Y'
                   AND point = 0 AND tokeStake + bAmou <= maxB
                       ADD bAmou TO tokeStake
                       SUBTRACT bAmou FROM bal
                       MOVE "TOKEBET"  TO ledgerBetType
                       MOVE bAmou      TO ledgerAmount
                       MOVE "BET "     TO ledgerOutcome
                       PERFORM WRITE-LEDGER
                       DISPLAY USER-BALANCE
                   WHEN OTHER
                       DISPLAY INVALID-CHOICE
                       CALL "C$SLEEP" USING 2
               END-EVALUATE
           END-IF.

       SETTLE-TOKE-BET.
           IF tokeStake > 0
               MOVE "TOKEBET" TO ledgerBetType
               IF lineWon = 'Y'
                   COMPUTE tokePaid = tokeStake * doub
                   ADD tokePaid TO bal
                   MOVE tokePaid  TO ledgerAmount
                   MOVE tokeStake TO ledgerStake
                   MOVE "WIN "    TO ledgerOutcome
                   PERFORM WRITE-LEDGER
                   SUBTRACT tokePaid FROM bal
                   MOVE "TOKEBET" TO ledgerBetType
                   MOVE tokePaid  TO ledgerAmount
                   MOVE "TOKE"    TO ledgerOutcome
                   PERFORM WRITE-LEDGER
               ELSE
                   MOVE tokeStake TO ledgerAmount
                   MOVE "LOSS"    TO ledgerOutcome
                   PERFORM WRITE-LEDGER
               END-IF
               MOVE 0 TO tokeStake
           END-IF.

       TAKE-COUPON.
           MOVE 'N' TO couponTaken
           MOVE 0 TO couponSerial
           IF batchMode = 'N' AND tournamentMode = 'N'
               DISPLAY COUPON-PROMPT
               ACCEPT COUPON-PROMPT
           END-IF
           IF couponSerial > 0
               PERFORM OPEN-COUPON-FILE
               IF coupon-status = "00"
                   MOVE couponSerial TO cpn-serial
                   READ coupon-file KEY IS cpn-serial
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REDEEM-COUPON
                   END-READ
                   CLOSE coupon-file
               END-IF
               IF couponTaken = 'N'
                   DISPLAY COUPON-REFUSED
                   CALL "C$SLEEP" USING 2
               END-IF
           END-IF.

       REDEEM-COUPON.
           IF cpn-status = 'O' AND cpn-expiry >= sessionDate
           AND cpn-player = user-name
           AND (cpn-type = 'M' OR cpn-type = 'F')
               MOVE cpn-type TO couponType
               IF cpn-type = 'M' AND cpn-face > couponCash
                   MOVE couponCash TO couponAmt
               ELSE
                   MOVE cpn-face TO couponAmt
               END-IF
               IF couponAmt > maxB
                   MOVE maxB TO couponAmt
               END-IF
               MOVE 'R'          TO cpn-status
               MOVE sessionDate  TO cpn-redeemed
               MOVE gameNum      TO cpn-game
               MOVE couponBet    TO cpn-bet
               MOVE 0            TO cpn-paid
               REWRITE coupon-record
               MOVE 'Y' TO couponTaken
               MOVE couponBet    TO ledgerBetType
               MOVE couponAmt    TO ledgerAmount
               MOVE "PRMO"       TO ledgerOutcome
               MOVE couponType   TO ledgerPromo
               PERFORM WRITE-LEDGER
               MOVE 'N' TO voidPending
               MOVE "COUPON" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING user-name " " couponSerial " " couponType
                   " " couponBet
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       OPEN-COUPON-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O coupon-file
           PERFORM UNTIL (coupon-status NOT = "93"
               AND coupon-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O coupon-file
           END-PERFORM.

       SETTLE-PASS-COUPON.
           IF passCpnAmt > 0
               IF lineWon = 'Y'
                   COMPUTE promoWin = passCpnAmt * (doub - 1)
               ELSE
                   MOVE 0 TO promoWin
               END-IF
               MOVE "PASS"        TO ledgerBetType
               MOVE passCpnSerial TO couponSerial
               MOVE passCpnType   TO couponType
               PERFORM PAY-COUPON-WIN
               MOVE 0 TO passCpnAmt
           END-IF.

       PAY-COUPON-WIN.
           IF promoWin > 0
               ADD promoWin TO bal
               MOVE promoWin   TO ledgerAmount
               MOVE 0          TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               MOVE couponType TO ledgerPromo
               PERFORM WRITE-LEDGER
               PERFORM OPEN-COUPON-FILE
               IF coupon-status = "00"
                   MOVE couponSerial TO cpn-serial
                   READ coupon-file KEY IS cpn-serial
                       NOT INVALID KEY
                           MOVE promoWin TO cpn-paid
                           REWRITE coupon-record
                   END-READ
                   CLOSE coupon-file
               END-IF
           END-IF.

       REOPEN-COUPON.
           PERFORM OPEN-COUPON-FILE
           IF coupon-status = "00"
               MOVE couponSerial TO cpn-serial
               READ coupon-file KEY IS cpn-serial
                   NOT INVALID KEY
                       MOVE 'O' TO cpn-status
                       MOVE 0   TO cpn-redeemed
                       MOVE 0   TO cpn-game
                       MOVE SPACES TO cpn-bet
                       REWRITE coupon-record
               END-READ
               CLOSE coupon-file
           END-IF
           MOVE "COUPON BACK" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING user-name " " couponSerial
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       DONT-COME-BET.
           MOVE 'Y' TO Dontcomebet
           DISPLAY USER-BALANCE
           ELSE
               MOVE 'N' TO lineBetActive
           END-IF.
           EVALUATE TRUE
               WHEN diceTotal = 7
               WHEN diceTotal = 11 AND tableVariant NOT = 'C'
                   IF lineBetActive = 'Y'
                       IF passLineBet = 'Y'
                           MOVE 'P' TO lineWinner
                           PERFORM HANDLE-LOSS
                       END-IF
                   END-IF
               WHEN (diceTotal = 2 OR diceTotal = 3 OR diceTotal = 12)
               AND tableVariant NOT = 'C'
                   IF lineBetActive = 'Y'
                       IF DontpassLineBet = 'Y'
                           MOVE 'D' TO lineWinner
                   COMPUTE sumNetComeDC = sumNetComeDC + cbAmTot
                   MOVE "COME"     TO ledgerBetType
                   MOVE comePayout TO ledgerAmount
                   MOVE cbAmTot TO ledgerStake
                   MOVE "WIN "     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
                   MOVE 0 TO cbAmTot
                   DISPLAY CLEAR-BET-DONTCOME
               END-IF
           ELSE
               PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
                   IF cbx-num(cbi) = diceTotal
                       PERFORM SETTLE-COME-BOX-HIT
                   END-IF
           END-IF.

       SEVEN-OUT-COME-BOXES.
           PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
               IF cbx-come(cbi) > 0
                   COMPUTE sumNetComeDC = sumNetComeDC
                       - cbx-come(cbi)
                       + cbx-dcome(cbi)
                   MOVE "DONTCOME" TO ledgerBetType
                   MOVE comePayout TO ledgerAmount
                   MOVE cbx-dcome(cbi) TO ledgerStake
                   MOVE "WIN "     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
                   MOVE 0 TO cbx-dcome(cbi)
                       + (comePayout - cbx-dodds(cbi))
                   MOVE "LAYODDS"  TO ledgerBetType
                   MOVE comePayout TO ledgerAmount
                   MOVE cbx-dodds(cbi) TO ledgerStake
                   MOVE "WIN "     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
                   MOVE 0 TO cbx-dodds(cbi)
               COMPUTE sumNetComeDC = sumNetComeDC + cbx-come(cbi)
               MOVE "COME"     TO ledgerBetType
               MOVE comePayout TO ledgerAmount
               MOVE cbx-come(cbi) TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO cbx-come(cbi)
                   + (comePayout - cbx-codds(cbi))
               MOVE "COMEODDS"  TO ledgerBetType
               MOVE comePayout TO ledgerAmount
               MOVE cbx-codds(cbi) TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               MOVE 0 TO cbx-codds(cbi)

       TRAVEL-PENDING-COME.
           IF cbAmTot > 0
               EVALUATE TRUE
                   WHEN diceTotal = 11 AND tableVariant NOT = 'C'
                       COMPUTE comePayout = cbAmTot * 2
                       ADD comePayout TO bal
                       COMPUTE sumNetComeDC = sumNetComeDC + cbAmTot
                       MOVE "COME"     TO ledgerBetType
                       MOVE comePayout TO ledgerAmount
                       MOVE cbAmTot TO ledgerStake
                       MOVE "WIN "     TO ledgerOutcome
                       PERFORM WRITE-LEDGER
                       MOVE 0 TO cbAmTot
                       DISPLAY CLEAR-BET-COME
                   WHEN (diceTotal = 2 OR diceTotal = 3
                   OR diceTotal = 12) AND tableVariant NOT = 'C'
                       COMPUTE sumNetComeDC = sumNetComeDC - cbAmTot
                       MOVE "COME"     TO ledgerBetType
                       MOVE cbAmTot    TO ledgerAmount
                       PERFORM WRITE-LEDGER
                       MOVE 0 TO cbAmTot
                       DISPLAY CLEAR-BET-COME
                   WHEN diceTotal NOT = 7
                       PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
                           IF cbx-num(cbi) = diceTotal
                               ADD cbAmTot TO cbx-come(cbi)
                           END-IF
                       COMPUTE sumNetComeDC = sumNetComeDC + dcbAmTot
                       MOVE "DONTCOME" TO ledgerBetType
                       MOVE comePayout TO ledgerAmount
                       MOVE dcbAmTot TO ledgerStake
                       MOVE "WIN "     TO ledgerOutcome
                       PERFORM WRITE-LEDGER
                       MOVE 0 TO dcbAmTot
                       DISPLAY CLEAR-BET-DONTCOME
                   WHEN 4 WHEN 5 WHEN 6 WHEN 8 WHEN 9 WHEN 10
                       PERFORM VARYING cbi FROM 1 BY 1 UNTIL cbi > 10
                           IF cbx-num(cbi) = diceTotal
                               ADD dcbAmTot TO cbx-dcome(cbi)
                           END-IF
                           (fieldBetAmt * ptField212)
                       COMPUTE ledgerAmount =
                           fieldBetAmt + (fieldBetAmt * ptField212)
                       MOVE fieldBetAmt TO ledgerStake
                       MOVE "WIN " TO ledgerOutcome
                   WHEN 3 WHEN 4 WHEN 9 WHEN 10 WHEN 11
                       COMPUTE bal = bal + fieldBetAmt +
                       COMPUTE sumNetField = sumNetField +
                           fieldBetAmt
                       COMPUTE ledgerAmount = fieldBetAmt * 2
                       MOVE fieldBetAmt TO ledgerStake
                       MOVE "WIN " TO ledgerOutcome
                   WHEN OTHER
                       COMPUTE sumNetField = sumNetField -
                       MOVE "LOSS" TO ledgerOutcome
               END-EVALUATE
               PERFORM WRITE-LEDGER
               IF fieldCpnAmt > 0
                   EVALUATE diceTotal
                       WHEN 2 WHEN 12
                           COMPUTE promoWin =
                               fieldCpnAmt * ptField212
                       WHEN 3 WHEN 4 WHEN 9 WHEN 10 WHEN 11
                           MOVE fieldCpnAmt TO promoWin
                       WHEN OTHER
                           MOVE 0 TO promoWin
                   END-EVALUATE
                   MOVE "FIELD"        TO ledgerBetType
                   MOVE fieldCpnSerial TO couponSerial
                   MOVE fieldCpnType   TO couponType
                   PERFORM PAY-COUPON-WIN
                   MOVE 0 TO fieldCpnAmt
               END-IF
               MOVE 0 TO fieldBetAmt
           END-IF.

                           (hardBet4 * ptHard410)
                       COMPUTE ledgerAmount =
                           hardBet4 + (hardBet4 * ptHard410)
                       MOVE hardBet4 TO ledgerStake
                       MOVE "WIN " TO ledgerOutcome
                   ELSE
                       COMPUTE sumNetHard = sumNetHard - hardBet4
                           (hardBet10 * ptHard410)
                       COMPUTE ledgerAmount =
                           hardBet10 + (hardBet10 * ptHard410)
                       MOVE hardBet10 TO ledgerStake
                       MOVE "WIN " TO ledgerOutcome
                   ELSE
                       COMPUTE sumNetHard = sumNetHard - hardBet10
                           (hardBet6 * ptHard68Num / ptHard68Den)
                       COMPUTE ledgerAmount ROUNDED = hardBet6 +
                           (hardBet6 * ptHard68Num / ptHard68Den)
                       MOVE hardBet6 TO ledgerStake
                       MOVE "WIN " TO ledgerOutcome
                   ELSE
                       COMPUTE sumNetHard = sumNetHard - hardBet6
                           (hardBet8 * ptHard68Num / ptHard68Den)
                       COMPUTE ledgerAmount ROUNDED = hardBet8 +
                           (hardBet8 * ptHard68Num / ptHard68Den)
                       MOVE hardBet8 TO ledgerStake
                       MOVE "WIN " TO ledgerOutcome
                   ELSE
                       COMPUTE sumNetHard = sumNetHard - hardBet8
                       (anyCrapsAmt * ptAnyCraps)
                   COMPUTE ledgerAmount =
                       anyCrapsAmt + (anyCrapsAmt * ptAnyCraps)
                   MOVE anyCrapsAmt TO ledgerStake
                   MOVE "WIN " TO ledgerOutcome
               ELSE
                   COMPUTE sumNetProp = sumNetProp - anyCrapsAmt
                       (anySevenAmt * ptAnySeven)
                   COMPUTE ledgerAmount =
                       anySevenAmt + (anySevenAmt * ptAnySeven)
                   MOVE anySevenAmt TO ledgerStake
                   MOVE "WIN " TO ledgerOutcome
               ELSE
                   COMPUTE sumNetProp = sumNetProp - anySevenAmt
                           (hornAmt * ptHorn212)
                       COMPUTE ledgerAmount =
                           hornAmt + (hornAmt * ptHorn212)
                       MOVE hornAmt TO ledgerStake
                       MOVE "WIN " TO ledgerOutcome
                   WHEN 3 WHEN 11
                       COMPUTE bal = bal + hornAmt +
                           (hornAmt * ptHorn311)
                       COMPUTE ledgerAmount =
                           hornAmt + (hornAmt * ptHorn311)
                       MOVE hornAmt TO ledgerStake
                       MOVE "WIN " TO ledgerOutcome
                   WHEN OTHER
                       COMPUTE sumNetProp = sumNetProp - hornAmt
               MOVE 0 TO placeBet6
               MOVE 0 TO placeBet8
               MOVE 0 TO placeBet9
               IF placeBet2 > 0
                   COMPUTE sumNetPlace = sumNetPlace - placeBet2
                   MOVE "PLACE2"   TO ledgerBetType
                   MOVE placeBet2  TO ledgerAmount
                   MOVE "LOSS"     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
               END-IF
               IF placeBet3 > 0
                   COMPUTE sumNetPlace = sumNetPlace - placeBet3
                   MOVE "PLACE3"   TO ledgerBetType
                   MOVE placeBet3  TO ledgerAmount
                   MOVE "LOSS"     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
               END-IF
               IF placeBet11 > 0
                   COMPUTE sumNetPlace = sumNetPlace - placeBet11
                   MOVE "PLACE11"  TO ledgerBetType
                   MOVE placeBet11 TO ledgerAmount
                   MOVE "LOSS"     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
               END-IF
               IF placeBet12 > 0
                   COMPUTE sumNetPlace = sumNetPlace - placeBet12
                   MOVE "PLACE12"  TO ledgerBetType
                   MOVE placeBet12 TO ledgerAmount
                   MOVE "LOSS"     TO ledgerOutcome
                   PERFORM WRITE-LEDGER
               END-IF
               MOVE 0 TO placeBet10
               MOVE 0 TO placeBet2
               MOVE 0 TO placeBet3
               MOVE 0 TO placeBet11
               MOVE 0 TO placeBet12
           ELSE
               EVALUATE diceTotal
                   WHEN 4
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet4 * ptPlace410Num / ptPlace410Den
                           MOVE "PLACE4"   TO ledgerBetType
                           MOVE placeBet4 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                               placeBet10 * ptPlace410Num
                               / ptPlace410Den
                           MOVE "PLACE10"  TO ledgerBetType
                           MOVE placeBet10 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet5 * ptPlace59Num / ptPlace59Den
                           MOVE "PLACE5"   TO ledgerBetType
                           MOVE placeBet5 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet9 * ptPlace59Num / ptPlace59Den
                           MOVE "PLACE9"   TO ledgerBetType
                           MOVE placeBet9 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet6 * ptPlace68Num / ptPlace68Den
                           MOVE "PLACE6"   TO ledgerBetType
                           MOVE placeBet6 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet8 * ptPlace68Num / ptPlace68Den
                           MOVE "PLACE8"   TO ledgerBetType
                           MOVE placeBet8 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                   WHEN 2
                       IF placeBet2 > 0
                           COMPUTE bal ROUNDED = bal +
                               (placeBet2
                               * ptPlace212Num / ptPlace212Den)
                           COMPUTE sumNetPlace ROUNDED = sumNetPlace +
                               (placeBet2
                               * ptPlace212Num / ptPlace212Den)
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet2 * ptPlace212Num
                               / ptPlace212Den
                           MOVE "PLACE2"   TO ledgerBetType
                           MOVE placeBet2 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                   WHEN 12
                       IF placeBet12 > 0
                           COMPUTE bal ROUNDED = bal +
                               (placeBet12
                               * ptPlace212Num / ptPlace212Den)
                           COMPUTE sumNetPlace ROUNDED = sumNetPlace +
                               (placeBet12
                               * ptPlace212Num / ptPlace212Den)
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet12 * ptPlace212Num
                               / ptPlace212Den
                           MOVE "PLACE12"  TO ledgerBetType
                           MOVE placeBet12 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                   WHEN 3
                       IF placeBet3 > 0
                           COMPUTE bal ROUNDED = bal +
                               (placeBet3
                               * ptPlace311Num / ptPlace311Den)
                           COMPUTE sumNetPlace ROUNDED = sumNetPlace +
                               (placeBet3
                               * ptPlace311Num / ptPlace311Den)
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet3 * ptPlace311Num
                               / ptPlace311Den
                           MOVE "PLACE3"   TO ledgerBetType
                           MOVE placeBet3 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
                   WHEN 11
                       IF placeBet11 > 0
                           COMPUTE bal ROUNDED = bal +
                               (placeBet11
                               * ptPlace311Num / ptPlace311Den)
                           COMPUTE sumNetPlace ROUNDED = sumNetPlace +
                               (placeBet11
                               * ptPlace311Num / ptPlace311Den)
                           COMPUTE ledgerAmount ROUNDED =
                               placeBet11 * ptPlace311Num
                               / ptPlace311Den
                           MOVE "PLACE11"  TO ledgerBetType
                           MOVE placeBet11 TO ledgerStake
                           MOVE "WIN "     TO ledgerOutcome
                           PERFORM WRITE-LEDGER
                       END-IF
               DISPLAY PUCK-ON-10
           ELSE
               DISPLAY CLEAR-PUCK-10
           END-IF

           IF point = 2 OR point = 3 OR point = 11 OR point = 12
               DISPLAY PUCK-ON-CRAPLESS
           ELSE
               DISPLAY CLEAR-PUCK-CRAPLESS
           END-IF.

       COMPUTE-LINE-ODDS.
           EVALUATE point
               WHEN 2 WHEN 12
                   MOVE ptOdds212Num TO payMultNum
                   MOVE ptOdds212Den TO payMultDen
               WHEN 3 WHEN 11
                   MOVE ptOdds311Num TO payMultNum
                   MOVE ptOdds311Den TO payMultDen
               WHEN 4 WHEN 10
                   MOVE ptOdds410Num TO payMultNum
                   MOVE ptOdds410Den TO payMultDen
                   (bAmou - passStake)
               MOVE "PASS"     TO ledgerBetType
               MOVE bAmou      TO ledgerAmount
               MOVE passStake TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               IF DontpassLineBet = 'Y'
                   (bAmou - dpStake)
               MOVE "DONTPASS" TO ledgerBetType
               MOVE bAmou      TO ledgerAmount
               MOVE dpStake TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
               IF passLineBet = 'Y'
               COMPUTE ledgerAmount ROUNDED = oddsAmou +
                   (oddsAmou * payMultNum / payMultDen)
               MOVE "ODDS"     TO ledgerBetType
               MOVE oddsAmou TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
           END-IF
               COMPUTE ledgerAmount ROUNDED = dcOddsAmou +
                   (dcOddsAmou * payMultDen / payMultNum)
               MOVE "DCODDS"   TO ledgerBetType
               MOVE dcOddsAmou TO ledgerStake
               MOVE "WIN "     TO ledgerOutcome
               PERFORM WRITE-LEDGER
           END-IF
               MOVE "LOSS"     TO ledgerOutcome
               PERFORM WRITE-LEDGER
           END-IF
           IF lineWinner = 'P'
               MOVE 'Y' TO lineWon
           ELSE
               MOVE 'N' TO lineWon
           END-IF
           PERFORM SETTLE-TOKE-BET
           PERFORM SETTLE-PASS-COUPON
           MOVE 0 TO oddsAmou
           MOVE 0 TO dcOddsAmou
           MOVE 0 TO passStake
           END-IF
           MOVE 0 TO passStake
           MOVE 0 TO dpStake
           MOVE 'N' TO lineWon
           PERFORM SETTLE-TOKE-BET
           PERFORM SETTLE-PASS-COUPON
           IF passLineBet = 'Y' AND oddsAmou > 0
               MOVE "ODDS"     TO ledgerBetType
               MOVE oddsAmou   TO ledgerAmount
                         CALL "C$SLEEP" USING 2
                       END-IF
                   WHEN 2
                       IF tableVariant = 'C'
                         DISPLAY NO-DONT-BETS-MSG
                         CALL "C$SLEEP" USING 2
                       ELSE
                         IF bal > minB
                           MOVE 'N' to validBet
                           PERFORM DONT-COME-BET
                         ELSE
                           DISPLAY INVALID-BALANCE
                           CALL "C$SLEEP" USING 2
                         END-IF
                       END-IF
                   WHEN 3
                       PERFORM SUM-COME-BOXES
           END-IF
           PERFORM COMPUTE-TODAY-LOSS
           MOVE bal TO sessionStartBal
           PERFORM CHECK-EXCLUSION
           IF playerExcluded = 'N'
               PERFORM TAKE-SEAT
           END-IF.

       COMPUTE-TODAY-LOSS.
           MOVE 0 TO lossToday
           CALL "GAMEDAY" USING sessionDate
           IF ledgerIxOpen = 'Y'
               MOVE sessionDate TO lix-date
               MOVE 0 TO lix-game
               AND lix-mode NOT = 'T'
                   EVALUATE lix-outcome
                       WHEN "BET "
                       WHEN "TOKE"
                           ADD lix-amount TO lossToday
                       WHEN "WIN "
                           SUBTRACT lix-amount FROM lossToday
           END-IF.

       CHECK-EXCLUSION.
           CALL "GAMEDAY" USING sessionDate
           IF exclFlag = 'Y' AND sessionDate <= exclEnd
               MOVE 'Y' TO playerExcluded
               DISPLAY EXCLUDED-MSG
                           MOVE user-name TO opsDetail
                           CALL "OPSLOG" USING opsProgram opsEvent
                               opsDetail
                           MOVE "HIGH " TO alertSeverity
                           MOVE SPACES TO alertSubject
                           STRING "loss cap override " user-name
                               " T" tableId " day " sessionDate
                               DELIMITED BY SIZE INTO alertSubject
                           CALL "ALERTQ" USING opsProgram
                               alertSeverity alertSubject
                       ELSE
                           MOVE 'Y' TO capStopped
                           MOVE "CAP STOP" TO opsEvent
                           MOVE user-name TO opsDetail
                           CALL "OPSLOG" USING opsProgram opsEvent
                               opsDetail
                           MOVE "WARN " TO alertSeverity
                           MOVE SPACES TO alertSubject
                           STRING "loss cap stop " user-name
                               " T" tableId " day " sessionDate
                               DELIMITED BY SIZE INTO alertSubject
                           CALL "ALERTQ" USING opsProgram
                               alertSeverity alertSubject
                           IF multiplayerMode = 'Y'
                               PERFORM LEAVE-TABLE
                           ELSE
           END-IF.

       SAVE-ACCOUNT.
           IF batchMode = 'N' AND seatHeld(seatIdx) = 'Y'
               COMPUTE compEarned = sessionWagered / 10
               COMPUTE compPoints = compPoints + compEarned
               MOVE 0 TO sessionWagered
               END-IF
           END-IF.

       TAKE-SEAT.
           MOVE 'N' TO seatHeld(seatIdx)
           IF batchMode = 'N'
               MOVE 'I'       TO seatMode
               MOVE user-name TO seatName
               MOVE tableId   TO seatTable
               CALL "SEATREG" USING seatMode seatName seatTable
                   opsProgram seatResult seatCount
               EVALUATE seatResult
                   WHEN "OK"
                       MOVE 'Y' TO seatHeld(seatIdx)
                   WHEN "SE"
                       MOVE 'Y' TO playerExcluded
                       DISPLAY SEAT-HELD-MSG
                       CALL "C$SLEEP" USING 3
                   WHEN OTHER
                       MOVE 'Y' TO playerExcluded
                       PERFORM REPORT-SEAT-DOWN
               END-EVALUATE
           END-IF.

       REPORT-SEAT-DOWN.
           DISPLAY SEAT-DOWN-MSG
           CALL "C$SLEEP" USING 3
           MOVE "SEAT ERROR" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING seatName DELIMITED BY SPACE
               " TABLE " DELIMITED BY SIZE
               tableId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               seatResult DELIMITED BY SIZE
               INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       RELEASE-SEAT.
           IF batchMode = 'N' AND seatHeld(seatIdx) = 'Y'
               MOVE 'O'       TO seatMode
               MOVE user-name TO seatName
               MOVE tableId   TO seatTable
               CALL "SEATREG" USING seatMode seatName seatTable
                   opsProgram seatResult seatCount
           END-IF
           MOVE 'N' TO seatHeld(seatIdx).

       RESEAT-TABLE.
           MOVE ALL 'N' TO seat-held-table
           IF batchMode = 'N'
               IF resumedSession = 'Y'
                   IF multiplayerMode = 'Y'
                       PERFORM VARYING mpIndex FROM 1 BY 1
                           UNTIL mpIndex > numPlayers
                           MOVE mpIndex TO seatIdx
                           MOVE plr-name(mpIndex) TO seatName
                           PERFORM RESEAT-PLAYER
                           IF seatHeld(seatIdx) = 'N'
                               MOVE 'N' TO plr-active(mpIndex)
                           END-IF
                       END-PERFORM
                   ELSE
                       MOVE 1 TO seatIdx
                       MOVE user-name TO seatName
                       PERFORM RESEAT-PLAYER
                   END-IF
               ELSE
                   MOVE 'T'     TO seatMode
                   MOVE SPACES  TO seatName
                   MOVE tableId TO seatTable
                   CALL "SEATREG" USING seatMode seatName seatTable
                       opsProgram seatResult seatCount
               END-IF
           END-IF.

       RESEAT-PLAYER.
           MOVE 'Q'     TO seatMode
           MOVE tableId TO seatTable
           CALL "SEATREG" USING seatMode seatName seatTable
               opsProgram seatResult seatCount
           IF seatResult = "SE" AND seatTable = tableId
               MOVE 'Y' TO seatHeld(seatIdx)
           ELSE
               IF seatResult = "NF"
               AND (multiplayerMode = 'N'
                   OR plr-active(seatIdx) = 'Y')
                   MOVE 'I'     TO seatMode
                   MOVE tableId TO seatTable
                   CALL "SEATREG" USING seatMode seatName seatTable
                       opsProgram seatResult seatCount
                   IF seatResult = "OK"
                       MOVE 'Y' TO seatHeld(seatIdx)
                   END-IF
               END-IF
               IF seatResult = "SE"
                   DISPLAY SEAT-HELD-MSG
                   CALL "C$SLEEP" USING 3
               END-IF
               IF seatResult NOT = "OK" AND NOT = "SE"
               AND NOT = "NF"
                   PERFORM REPORT-SEAT-DOWN
               END-IF
               IF multiplayerMode = 'N' AND seatHeld(seatIdx) = 'N'
                   MOVE 'Y' TO playerExcluded
                   MOVE 'N' TO rollAgain
               END-IF
           END-IF.

       OPEN-HIGHSCORE-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O highscore-file
           END-IF.

       UPDATE-HIGH.
           CALL "GAMEDAY" USING sessionDate
           PERFORM BUILD-BET-MIX
           MOVE bal              TO  high-score
           MOVE user-name        TO  high-name
