       01 paidDisp         PIC ZZZZZZZ9.99.
       01 netDisp          PIC -ZZZZZZZ9.99.
       01 pctDisp          PIC -ZZZZ9.99.
       01 promoStake       PIC 9(8)V99 VALUE 0.
       01 promoPaid        PIC 9(8)V99 VALUE 0.
       01 prePromoNet      PIC S9(8)V99 VALUE 0.

       01 pnl-table.
           05 pnl-entry OCCURS 11 TIMES.
               10 tbl-handle   PIC S9(8)V99 VALUE 0.
               10 tbl-paid     PIC 9(8)V99 VALUE 0.

       01 v                PIC 9 VALUE 0.
       01 variant-rollup.
           05 variant-entry OCCURS 2 TIMES.
               10 var-handle   PIC S9(8)V99 VALUE 0.
               10 var-paid     PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INIT-FAMILIES.
           OPEN INPUT ledger-index-file.
           MOVE lix-date      TO ledger-date
           MOVE lix-table     TO ledger-table
           MOVE lix-game      TO ledger-game
           MOVE lix-mode      TO ledger-mode
           MOVE lix-promo     TO ledger-promo
           MOVE lix-variant   TO ledger-variant.

       POST-PNL-ROW.
           IF ledger-mode NOT = 'T'
           END-IF.

       POST-LIVE-ROW.
           IF ledger-promo NOT = SPACE
               EVALUATE ledger-outcome
                   WHEN "PRMO"
                       ADD ledger-amount TO promoStake
                   WHEN "WIN "
                       ADD ledger-amount TO promoPaid
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EVALUATE ledger-bet-type
               WHEN "PASS" WHEN "TOKEBET"
                   MOVE 1 TO f
               WHEN "DONTPASS"
                   MOVE 2 TO f
                   MOVE 3 TO f
               WHEN "PLACE4" WHEN "PLACE5" WHEN "PLACE6"
               WHEN "PLACE8" WHEN "PLACE9" WHEN "PLACE10"
               WHEN "PLACE2" WHEN "PLACE3"
               WHEN "PLACE11" WHEN "PLACE12"
                   MOVE 4 TO f
               WHEN "FIELD"
                   MOVE 5 TO f
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF ledger-variant = 'C'
                   MOVE 2 TO v
               ELSE
                   MOVE 1 TO v
               END-IF
               EVALUATE ledger-outcome
                   WHEN "BET "
                       ADD ledger-amount TO var-handle(v)
                   WHEN "WIN "
                       ADD ledger-amount TO var-paid(v)
                   WHEN "RTRN"
                   WHEN "VOID"
                       SUBTRACT ledger-amount FROM var-handle(v)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       DISPLAY-REPORT.
           MOVE holdPct TO pctDisp
           DISPLAY "TOTAL      " handleDisp " " paidDisp " "
               netDisp " " pctDisp.
           MOVE promoStake TO handleDisp
           MOVE promoPaid  TO paidDisp
           DISPLAY "Coupon stakes wagered    " handleDisp.
           DISPLAY "Promotional allowance    " paidDisp
               "  (coupon wins, included in PAID)".
           COMPUTE prePromoNet = grandHandle - grandPaid + promoPaid
           MOVE prePromoNet TO netDisp
           DISPLAY "Net before promotions   " netDisp.
           DISPLAY " ".
           DISPLAY "BY TABLE     HANDLE     PAID      NET HOLD".
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
                       paidDisp " " netDisp
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "BY VARIANT   HANDLE     PAID      NET HOLD  "
               "HOLD%".
           PERFORM VARYING v FROM 1 BY 1 UNTIL v > 2
               IF var-handle(v) NOT = 0 OR var-paid(v) NOT = 0
                   PERFORM DISPLAY-VARIANT-LINE
               END-IF
           END-PERFORM.

       DISPLAY-VARIANT-LINE.
           MOVE var-handle(v) TO handleDisp
           MOVE var-paid(v)   TO paidDisp
           COMPUTE grandNet = var-handle(v) - var-paid(v)
           MOVE grandNet TO netDisp
           IF var-handle(v) > 0
               COMPUTE holdPct ROUNDED =
                   grandNet * 100 / var-handle(v)
           ELSE
               MOVE 0 TO holdPct
           END-IF
           MOVE holdPct TO pctDisp
           IF v = 2
               DISPLAY "CRAPLESS   " handleDisp " " paidDisp " "
                   netDisp " " pctDisp
           ELSE
               DISPLAY "STANDARD   " handleDisp " " paidDisp " "
                   netDisp " " pctDisp
           END-IF.

       DISPLAY-FAMILY-LINE.
           MOVE pnl-handle(f) TO handleDisp
