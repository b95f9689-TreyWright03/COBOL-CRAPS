           02 tho-family PIC X(10).
           02 FILLER     PIC X.
           02 tho-pct    PIC 99V99.
           02 FILLER     PIC X.
           02 tho-variant PIC X.

       FD var-config-file.
       01 var-config-record.
       01 todayDate        PIC 9(8) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 f                PIC 99 VALUE 0.
       01 v                PIC 9 VALUE 0.
       01 variantUsed      PIC X VALUE 'N'.
       01 variantTag       PIC X VALUE 'S'.
       01 varBand          PIC 99V99 VALUE 5.00.
       01 minHandle        PIC 9(5) VALUE 100.
       01 famNet           PIC S9(8)V99 VALUE 0.
       01 opsProgram       PIC X(8) VALUE "HOLDVAR".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.

       01 hold-table.
           05 hold-variant OCCURS 2 TIMES.
             07 hold-entry OCCURS 11 TIMES.
               10 hv-family PIC X(10).
               10 hv-theo   PIC 99V99.
               10 hv-handle PIC S9(8)V99.
               10 hv-watch  PIC X.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM INIT-HOLD-TABLE.
           PERFORM LOAD-THEO-HOLDS.
           PERFORM LOAD-VAR-CONFIG.
           STOP RUN.

       INIT-HOLD-TABLE.
           MOVE "PASS"       TO hv-family(1 1)
           MOVE 1.41         TO hv-theo(1 1)
           MOVE "DONT PASS"  TO hv-family(1 2)
           MOVE 1.36         TO hv-theo(1 2)
           MOVE "COME/DC"    TO hv-family(1 3)
           MOVE 1.41         TO hv-theo(1 3)
           MOVE "PLACE"      TO hv-family(1 4)
           MOVE 4.00         TO hv-theo(1 4)
           MOVE "FIELD"      TO hv-family(1 5)
           MOVE 5.56         TO hv-theo(1 5)
           MOVE "HARDWAYS"   TO hv-family(1 6)
           MOVE 10.00        TO hv-theo(1 6)
           MOVE "PROPS"      TO hv-family(1 7)
           MOVE 13.89        TO hv-theo(1 7)
           MOVE "ODDS"       TO hv-family(1 8)
           MOVE 0            TO hv-theo(1 8)
           MOVE "BUY/LAY"    TO hv-family(1 9)
           MOVE 2.50         TO hv-theo(1 9)
           MOVE "VIG"        TO hv-family(1 10)
           MOVE 99.99        TO hv-theo(1 10)
           MOVE "BONUS"      TO hv-family(1 11)
           MOVE 22.00        TO hv-theo(1 11)
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > 11
               MOVE 0 TO hv-handle(1 f)
               MOVE 0 TO hv-paid(1 f)
               MOVE 'Y' TO hv-watch(1 f)
           END-PERFORM
           MOVE 'N' TO hv-watch(1 8)
           MOVE 'N' TO hv-watch(1 10)
           MOVE hold-variant(1) TO hold-variant(2)
           MOVE 5.38         TO hv-theo(2 1)
           MOVE 0            TO hv-theo(2 2)
           MOVE 'N'          TO hv-watch(2 2)
           MOVE 5.38         TO hv-theo(2 3)
           MOVE 5.00         TO hv-theo(2 4).

       LOAD-THEO-HOLDS.
           OPEN INPUT theo-hold-file
                   READ theo-hold-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF tho-variant = 'C'
                           MOVE 2 TO v
                       ELSE
                           MOVE 1 TO v
                       END-IF
                       PERFORM VARYING f FROM 1 BY 1 UNTIL f > 11
                           IF hv-family(v f) = tho-family
                           AND tho-pct IS NUMERIC
                               MOVE tho-pct TO hv-theo(v f)
                           END-IF
                       END-PERFORM
                   END-READ
           ELSE
               IF lix-mode NOT = 'T'
                   PERFORM MAP-HOLD-FAMILY
                   IF lix-variant = 'C'
                       MOVE 2 TO v
                   ELSE
                       MOVE 1 TO v
                   END-IF
                   IF f > 0
                       EVALUATE lix-outcome
                           WHEN "BET "
                               ADD lix-amount TO hv-handle(v f)
                           WHEN "WIN "
                               ADD lix-amount TO hv-paid(v f)
                           WHEN "RTRN"
                           WHEN "VOID"
                               SUBTRACT lix-amount
                                   FROM hv-handle(v f)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   MOVE 3 TO f
               WHEN "PLACE4" WHEN "PLACE5" WHEN "PLACE6"
               WHEN "PLACE8" WHEN "PLACE9" WHEN "PLACE10"
               WHEN "PLACE2" WHEN "PLACE3"
               WHEN "PLACE11" WHEN "PLACE12"
                   MOVE 4 TO f
               WHEN "FIELD"
                   MOVE 5 TO f
           MOVE "FAMILY        HANDLE  ACTUAL    THEO   DELTA"
               TO reportLine
           PERFORM PUT-VAR-LINE
           MOVE 1 TO v
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > 11
               PERFORM JUDGE-ONE-FAMILY
           END-PERFORM
           MOVE 'N' TO variantUsed
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > 11
               IF hv-handle(2 f) NOT = 0 OR hv-paid(2 f) NOT = 0
                   MOVE 'Y' TO variantUsed
               END-IF
           END-PERFORM
           IF variantUsed = 'Y'
               MOVE "----- CRAPLESS TABLES -----" TO reportLine
               PERFORM PUT-VAR-LINE
               MOVE 2 TO v
               PERFORM VARYING f FROM 1 BY 1 UNTIL f > 11
                   PERFORM JUDGE-ONE-FAMILY
               END-PERFORM
           END-IF
           IF alertCount = 0
               MOVE "No families outside the band." TO reportLine
               PERFORM PUT-VAR-LINE
           END-IF
           CLOSE var-report-file
           MOVE 'R' TO rptMode
           MOVE "HOLDVAR" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       JUDGE-ONE-FAMILY.
           IF hv-handle(v f) NOT = 0 OR hv-paid(v f) NOT = 0
               IF v = 2
                   MOVE 'C' TO variantTag
               ELSE
                   MOVE 'S' TO variantTag
               END-IF
               COMPUTE famNet = hv-handle(v f) - hv-paid(v f)
               IF hv-handle(v f) > 0
                   COMPUTE actualHold ROUNDED =
                       famNet * 100 / hv-handle(v f)
               ELSE
                   MOVE 0 TO actualHold
               END-IF
               COMPUTE holdDelta = actualHold - hv-theo(v f)
               MOVE hv-handle(v f) TO handleDisp
               MOVE actualHold     TO actDisp
               MOVE hv-theo(v f)   TO theDisp
               MOVE holdDelta      TO dltDisp
               MOVE SPACES TO reportLine
               STRING hv-family(v f) " " handleDisp " " actDisp
                   "  " theDisp " " dltDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-VAR-LINE
               IF hv-watch(v f) = 'Y'
               AND hv-handle(v f) >= minHandle
               AND (holdDelta > varBand
                   OR holdDelta < (0 - varBand))
                   ADD 1 TO alertCount
                   MOVE SPACES TO reportLine
                   STRING "  *** " hv-family(v f) " " variantTag
                       " OUTSIDE BAND - REVIEW PAYTABLE/DEALING"
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-VAR-LINE
                   MOVE "HOLD VAR" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING hv-family(v f) " " variantTag
                       " delta " dltDisp
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
                   MOVE SPACES TO alertSubject
                   STRING hv-family(v f) " " variantTag
                       " delta " dltDisp " day " todayDate
                       DELIMITED BY SIZE INTO alertSubject
                   CALL "ALERTQ" USING opsProgram alertSeverity
                       alertSubject
               END-IF
           END-IF.

