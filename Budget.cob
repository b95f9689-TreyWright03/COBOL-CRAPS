       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT budget-file ASSIGN TO "budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS budget-status.
           SELECT budget-config-file ASSIGN TO "budcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS budcfg-status.
           SELECT month-summary-file ASSIGN TO "monthsum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS summary-status.
           SELECT table-summary-file ASSIGN TO "monthtbl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tblsum-status.
           SELECT budget-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD budget-file.
       01 budget-record.
           02 bud-month    PIC 9(6).
           02 FILLER       PIC X.
           02 bud-table    PIC 9.
           02 FILLER       PIC X.
           02 bud-measure  PIC X(8).
           02 FILLER       PIC X.
           02 bud-amount   PIC 9(10)V99.

       FD budget-config-file.
       01 budget-config-record.
           02 bcf-measure  PIC X(8).
           02 FILLER       PIC X.
           02 bcf-band     PIC 99V99.

       FD month-summary-file.
       01 month-summary-record.
           02 msm-month    PIC 9(6).
           02 FILLER       PIC X.
           02 msm-handle   PIC S9(10)V99.
           02 FILLER       PIC X.
           02 msm-paid     PIC 9(10)V99.
           02 FILLER       PIC X.
           02 msm-net      PIC S9(10)V99.
           02 FILLER       PIC X.
           02 msm-sessions PIC 9(6).
           02 FILLER       PIC X.
           02 msm-cash-in  PIC 9(10)V99.
           02 FILLER       PIC X.
           02 msm-cash-out PIC 9(10)V99.
           02 FILLER       PIC X.
           02 msm-days     PIC 99.

       FD table-summary-file.
       01 table-summary-record.
           02 mtb-month    PIC 9(6).
           02 FILLER       PIC X.
           02 mtb-table    PIC 9.
           02 FILLER       PIC X.
           02 mtb-handle   PIC S9(10)V99.
           02 FILLER       PIC X.
           02 mtb-paid     PIC 9(10)V99.
           02 FILLER       PIC X.
           02 mtb-net      PIC S9(10)V99.

       FD budget-report-file.
       01 budget-report-record PIC X(110).

       WORKING-STORAGE SECTION.

       01 budget-status    PIC 99.
       01 budcfg-status    PIC 99.
       01 summary-status   PIC 99.
       01 tblsum-status    PIC 99.
       01 report-status    PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 budgetChoice     PIC 9 VALUE 0.
       01 budgetDone       PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 rptMonth         PIC 9(6) VALUE 0.
       01 rptYear          PIC 9(4) VALUE 0.
       01 rptMm            PIC 99 VALUE 0.
       01 rowYear          PIC 9(4) VALUE 0.
       01 rowMm            PIC 99 VALUE 0.
       01 listYear         PIC 9(4) VALUE 0.
       01 u                PIC 99 VALUE 0.
       01 mo               PIC 99 VALUE 0.
       01 m                PIC 9 VALUE 0.
       01 k                PIC 9 VALUE 0.
       01 unitMeasures     PIC 9 VALUE 6.
       01 tableDisp        PIC 9 VALUE 0.
       01 measureFound     PIC X VALUE 'N'.
       01 rowValid         PIC X VALUE 'N'.
       01 rowReason        PIC X(30) VALUE SPACES.
       01 rejectCount      PIC 9(5) VALUE 0.
       01 listCount        PIC 9(5) VALUE 0.
       01 flagCount        PIC 9(4) VALUE 0.
       01 openMonths       PIC 99 VALUE 0.
       01 cmpActual        PIC S9(11)V99 VALUE 0.
       01 cmpBudget        PIC S9(11)V99 VALUE 0.
       01 cmpRemain        PIC S9(11)V99 VALUE 0.
       01 cmpForecast      PIC S9(11)V99 VALUE 0.
       01 cmpVariance      PIC S9(11)V99 VALUE 0.
       01 varPct           PIC S9(5)V9 VALUE 0.
       01 absPct           PIC 9(5)V9 VALUE 0.
       01 workAmt          PIC S9(11)V99 VALUE 0.
       01 workText         PIC X(15) VALUE SPACES.
       01 moneyEdit        PIC -----------9.99.
       01 countEdit        PIC --------------9.
       01 pctDisp          PIC -----9.9.
       01 pctText          PIC X(8) VALUE SPACES.
       01 flagText         PIC X(5) VALUE SPACES.
       01 bandDisp         PIC Z9.99.
       01 cntDisp          PIC ZZZZ9.
       01 reportLine       PIC X(110) VALUE SPACES.
       01 newMonth         PIC 9(6) VALUE 0.
       01 newTable         PIC 9 VALUE 0.
       01 newMeasure       PIC X(8) VALUE SPACES.
       01 newAmount        PIC 9(10)V99 VALUE 0.
       01 maintCount       PIC 9(4) VALUE 0.
       01 mt               PIC 9(4) VALUE 0.
       01 maintFound       PIC X VALUE 'N'.
       01 maintOverflow    PIC X VALUE 'N'.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 rptBusDate       PIC 9(8) VALUE 0.
       01 opsProgram       PIC X(8) VALUE "BUDGET".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       01 measure-table.
           05 measure-entry OCCURS 6 TIMES.
               10 msr-name     PIC X(8).
               10 msr-band     PIC 99V99.
               10 msr-table-ok PIC X.

       01 column-table.
           05 colText OCCURS 5 TIMES PIC X(15).

       01 budget-grid.
           05 bg-unit OCCURS 10 TIMES.
               10 bg-has-budget PIC X.
               10 bg-month OCCURS 12 TIMES.
                   15 bg-closed PIC X.
                   15 bg-cell OCCURS 6 TIMES.
                       20 bg-actual PIC S9(10)V99.
                       20 bg-budget PIC 9(10)V99.

       01 budget-maint-table.
           05 budget-maint-entry OCCURS 3000 TIMES.
               10 bmt-month    PIC 9(6).
               10 bmt-table    PIC 9.
               10 bmt-measure  PIC X(8).
               10 bmt-amount   PIC 9(10)V99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM INIT-MEASURES.
           PERFORM UNTIL budgetDone = 'Y'
               DISPLAY " "
               DISPLAY "===== BUDGET VERSUS ACTUAL ====="
               DISPLAY "1=Budget report 2=List budget "
                   "3=Set a budget target 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT budgetChoice
               EVALUATE budgetChoice
                   WHEN 1
                       PERFORM RUN-BUDGET-REPORT
                   WHEN 2
                       PERFORM LIST-BUDGET-YEAR
                   WHEN 3
                       PERFORM SET-BUDGET-TARGET
                   WHEN 9
                       MOVE 'Y' TO budgetDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       INIT-MEASURES.
           MOVE "HANDLE"   TO msr-name(1)
           MOVE "PAID"     TO msr-name(2)
           MOVE "NET"      TO msr-name(3)
           MOVE "SESSIONS" TO msr-name(4)
           MOVE "CASHIN"   TO msr-name(5)
           MOVE "CASHOUT"  TO msr-name(6)
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 6
               MOVE 10.00 TO msr-band(m)
               IF m <= 3
                   MOVE 'Y' TO msr-table-ok(m)
               ELSE
                   MOVE 'N' TO msr-table-ok(m)
               END-IF
           END-PERFORM.

       LOAD-BANDS.
           OPEN INPUT budget-config-file
           IF budcfg-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ budget-config-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF bcf-band IS NUMERIC
                           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 6
                               IF msr-name(m) = bcf-measure
                                   MOVE bcf-band TO msr-band(m)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE budget-config-file
           END-IF.

       FIND-MEASURE.
           MOVE 'N' TO measureFound
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 6
               IF msr-name(k) = bud-measure
                   MOVE 'Y' TO measureFound
                   MOVE k TO m
               END-IF
           END-PERFORM.

       VALIDATE-BUDGET-ROW.
           MOVE 'Y' TO rowValid
           MOVE SPACES TO rowReason
           PERFORM FIND-MEASURE
           EVALUATE TRUE
               WHEN bud-month IS NOT NUMERIC
                   MOVE 'N' TO rowValid
                   MOVE "bad month" TO rowReason
               WHEN bud-table IS NOT NUMERIC
                   MOVE 'N' TO rowValid
                   MOVE "bad table" TO rowReason
               WHEN bud-amount IS NOT NUMERIC
                   MOVE 'N' TO rowValid
                   MOVE "bad amount" TO rowReason
               WHEN measureFound = 'N'
                   MOVE 'N' TO rowValid
                   MOVE "unknown measure" TO rowReason
               WHEN OTHER
                   COMPUTE rowMm = FUNCTION MOD(bud-month, 100)
                   COMPUTE rowYear = bud-month / 100
                   IF rowMm < 1 OR rowMm > 12
                       MOVE 'N' TO rowValid
                       MOVE "bad month" TO rowReason
                   END-IF
                   IF bud-table > 0 AND msr-table-ok(m) = 'N'
                       MOVE 'N' TO rowValid
                       MOVE "house-only measure" TO rowReason
                   END-IF
           END-EVALUATE.

       INIT-BUDGET-GRID.
           PERFORM VARYING u FROM 1 BY 1 UNTIL u > 10
               MOVE 'N' TO bg-has-budget(u)
               PERFORM VARYING mo FROM 1 BY 1 UNTIL mo > 12
                   MOVE 'N' TO bg-closed(u mo)
                   PERFORM VARYING m FROM 1 BY 1 UNTIL m > 6
                       MOVE 0 TO bg-actual(u mo m)
                       MOVE 0 TO bg-budget(u mo m)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       LOAD-BUDGET-YEAR.
           MOVE 0 TO rejectCount
           OPEN INPUT budget-file
           IF budget-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ budget-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM VALIDATE-BUDGET-ROW
                       IF rowValid = 'N'
                           ADD 1 TO rejectCount
                       ELSE
                           IF rowYear = rptYear
                               COMPUTE u = bud-table + 1
                               MOVE rowMm TO mo
                               MOVE bud-amount TO bg-budget(u mo m)
                               MOVE 'Y' TO bg-has-budget(u)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE budget-file
           END-IF.

       LOAD-ACTUALS.
           OPEN INPUT month-summary-file
           IF summary-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ month-summary-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       COMPUTE rowYear = msm-month / 100
                       COMPUTE rowMm = FUNCTION MOD(msm-month, 100)
                       IF rowYear = rptYear
                       AND rowMm >= 1 AND rowMm <= 12
                           MOVE rowMm TO mo
                           MOVE 'Y'          TO bg-closed(1 mo)
                           MOVE msm-handle   TO bg-actual(1 mo 1)
                           MOVE msm-paid     TO bg-actual(1 mo 2)
                           MOVE msm-net      TO bg-actual(1 mo 3)
                           MOVE msm-sessions TO bg-actual(1 mo 4)
                           MOVE msm-cash-in  TO bg-actual(1 mo 5)
                           MOVE msm-cash-out TO bg-actual(1 mo 6)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE month-summary-file
           END-IF
           OPEN INPUT table-summary-file
           IF tblsum-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ table-summary-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       COMPUTE rowYear = mtb-month / 100
                       COMPUTE rowMm = FUNCTION MOD(mtb-month, 100)
                       IF rowYear = rptYear
                       AND rowMm >= 1 AND rowMm <= 12
                       AND mtb-table >= 1 AND mtb-table <= 9
                           MOVE rowMm TO mo
                           COMPUTE u = mtb-table + 1
                           MOVE 'Y'        TO bg-closed(u mo)
                           MOVE mtb-handle TO bg-actual(u mo 1)
                           MOVE mtb-paid   TO bg-actual(u mo 2)
                           MOVE mtb-net    TO bg-actual(u mo 3)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE table-summary-file
           END-IF.

       RUN-BUDGET-REPORT.
           MOVE 0 TO rptMonth
           DISPLAY "Report month (YYYYMM, 0=last month): "
               WITH NO ADVANCING
           ACCEPT rptMonth
           IF rptMonth = 0
               COMPUTE rptYear = todayDate / 10000
               COMPUTE rptMm = FUNCTION MOD(todayDate / 100, 100)
               IF rptMm = 1
                   SUBTRACT 1 FROM rptYear
                   MOVE 12 TO rptMm
               ELSE
                   SUBTRACT 1 FROM rptMm
               END-IF
               COMPUTE rptMonth = rptYear * 100 + rptMm
           END-IF
           COMPUTE rptYear = rptMonth / 100
           COMPUTE rptMm = FUNCTION MOD(rptMonth, 100)
           IF rptMm < 1 OR rptMm > 12
               DISPLAY "Invalid month."
           ELSE
               PERFORM INIT-BUDGET-GRID
               PERFORM LOAD-BANDS
               PERFORM LOAD-BUDGET-YEAR
               PERFORM LOAD-ACTUALS
               PERFORM WRITE-BUDGET-REPORT
           END-IF.

       WRITE-BUDGET-REPORT.
           MOVE 0 TO flagCount
           MOVE SPACES TO reportName
           STRING "budgrpt-" rptMonth ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT budget-report-file
           MOVE SPACES TO reportLine
           STRING "===== BUDGET VERSUS ACTUAL " rptMonth " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE
           MOVE SPACES TO reportLine
           STRING "Tolerance bands (%):"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 6
               MOVE msr-band(m) TO bandDisp
               MOVE SPACES TO reportLine
               STRING "  " msr-name(m) " " bandDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-BUDGET-LINE
           END-PERFORM
           IF rejectCount > 0
               MOVE rejectCount TO cntDisp
               MOVE SPACES TO reportLine
               STRING "Budget rows rejected: " cntDisp
                   " (see List budget)"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-BUDGET-LINE
           END-IF
           MOVE 0 TO openMonths
           PERFORM VARYING mo FROM 1 BY 1 UNTIL mo > rptMm
               IF bg-closed(1 mo) = 'N'
                   ADD 1 TO openMonths
               END-IF
           END-PERFORM
           IF openMonths > 0
               MOVE SPACES TO reportLine
               STRING "Months not yet closed this year: " openMonths
                   " - their actuals count as zero"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-BUDGET-LINE
           END-IF
           PERFORM VARYING u FROM 1 BY 1 UNTIL u > 10
               IF u = 1 OR bg-has-budget(u) = 'Y'
                   PERFORM WRITE-UNIT-SECTION
               END-IF
           END-PERFORM
           MOVE SPACES TO reportLine
           PERFORM PUT-BUDGET-LINE
           MOVE flagCount TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Measures outside the tolerance band: " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE
           CLOSE budget-report-file
           COMPUTE rptBusDate = rptMonth * 100 + 1
           MOVE 'R' TO rptMode
           MOVE "BUDGRPT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile rptBusDate
               opsProgram rptRecords
           IF flagCount > 0
               MOVE "BUDGET OUT" TO opsEvent
           ELSE
               MOVE "BUDGET RPT" TO opsEvent
           END-IF
           MOVE SPACES TO opsDetail
           STRING "month " rptMonth " flags " flagCount
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       WRITE-UNIT-SECTION.
           MOVE SPACES TO reportLine
           PERFORM PUT-BUDGET-LINE
           IF u = 1
               MOVE 6 TO unitMeasures
               MOVE "===== HOUSE =====" TO reportLine
           ELSE
               MOVE 3 TO unitMeasures
               COMPUTE tableDisp = u - 1
               MOVE SPACES TO reportLine
               STRING "===== TABLE " tableDisp " ====="
                   DELIMITED BY SIZE INTO reportLine
           END-IF
           PERFORM PUT-BUDGET-LINE
           MOVE SPACES TO reportLine
           STRING "--- MONTH " rptMonth " ---"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE
           PERFORM PUT-VARIANCE-HEADING
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > unitMeasures
               MOVE bg-actual(u rptMm m) TO cmpActual
               MOVE bg-budget(u rptMm m) TO cmpBudget
               PERFORM PUT-VARIANCE-LINE
           END-PERFORM
           MOVE SPACES TO reportLine
           STRING "--- YEAR TO DATE " rptYear "01-" rptMonth " ---"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE
           PERFORM PUT-VARIANCE-HEADING
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > unitMeasures
               PERFORM SUM-YEAR-TO-DATE
               PERFORM PUT-VARIANCE-LINE
           END-PERFORM
           MOVE SPACES TO reportLine
           STRING "--- FULL-YEAR FORECAST " rptYear
               " (actuals to date plus remaining budget) ---"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE
           MOVE SPACES TO reportLine
           STRING "MEASURE   ACTUAL TO DATE   REMAIN BUDGET"
               "        FORECAST     FULL BUDGET        "
               "VARIANCE     VAR%  FLAG"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > unitMeasures
               PERFORM PUT-FORECAST-LINE
           END-PERFORM.

       SUM-YEAR-TO-DATE.
           MOVE 0 TO cmpActual
           MOVE 0 TO cmpBudget
           PERFORM VARYING mo FROM 1 BY 1 UNTIL mo > rptMm
               ADD bg-actual(u mo m) TO cmpActual
               ADD bg-budget(u mo m) TO cmpBudget
           END-PERFORM.

       PUT-VARIANCE-HEADING.
           MOVE SPACES TO reportLine
           STRING "MEASURE           ACTUAL          BUDGET"
               "        VARIANCE     VAR%  FLAG"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE.

       PUT-VARIANCE-LINE.
           COMPUTE cmpVariance = cmpActual - cmpBudget
           PERFORM JUDGE-VARIANCE
           MOVE cmpActual TO workAmt
           PERFORM FORMAT-AMOUNT
           MOVE workText TO colText(1)
           MOVE cmpBudget TO workAmt
           PERFORM FORMAT-AMOUNT
           MOVE workText TO colText(2)
           MOVE cmpVariance TO workAmt
           PERFORM FORMAT-AMOUNT
           MOVE workText TO colText(3)
           MOVE SPACES TO reportLine
           STRING msr-name(m) " " colText(1) " " colText(2) " "
               colText(3) " " pctText "  " flagText
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE.

       PUT-FORECAST-LINE.
           PERFORM SUM-YEAR-TO-DATE
           MOVE 0 TO cmpRemain
           PERFORM VARYING mo FROM 1 BY 1 UNTIL mo > 12
               IF mo > rptMm
                   ADD bg-budget(u mo m) TO cmpRemain
                   ADD bg-budget(u mo m) TO cmpBudget
               END-IF
           END-PERFORM
           COMPUTE cmpForecast = cmpActual + cmpRemain
           MOVE cmpActual TO workAmt
           PERFORM FORMAT-AMOUNT
           MOVE workText TO colText(1)
           MOVE cmpRemain TO workAmt
           PERFORM FORMAT-AMOUNT
           MOVE workText TO colText(2)
           MOVE cmpForecast TO workAmt
           PERFORM FORMAT-AMOUNT
           MOVE workText TO colText(3)
           MOVE cmpBudget TO workAmt
           PERFORM FORMAT-AMOUNT
           MOVE workText TO colText(4)
           COMPUTE cmpVariance = cmpForecast - cmpBudget
           PERFORM JUDGE-VARIANCE
           MOVE cmpVariance TO workAmt
           PERFORM FORMAT-AMOUNT
           MOVE workText TO colText(5)
           MOVE SPACES TO reportLine
           STRING msr-name(m) " " colText(1) " " colText(2) " "
               colText(3) " " colText(4) " " colText(5) " "
               pctText "  " flagText
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-BUDGET-LINE.

       JUDGE-VARIANCE.
           MOVE SPACES TO flagText
           IF cmpBudget = 0
               MOVE "     n/a" TO pctText
           ELSE
               COMPUTE varPct ROUNDED =
                   cmpVariance * 100 / cmpBudget
                   ON SIZE ERROR
                       IF cmpVariance < 0
                           MOVE -99999.9 TO varPct
                       ELSE
                           MOVE 99999.9 TO varPct
                       END-IF
               END-COMPUTE
               MOVE varPct TO pctDisp
               MOVE pctDisp TO pctText
               IF varPct < 0
                   COMPUTE absPct = 0 - varPct
               ELSE
                   MOVE varPct TO absPct
               END-IF
               IF absPct > msr-band(m)
                   MOVE "OUT" TO flagText
                   ADD 1 TO flagCount
               END-IF
           END-IF.

       FORMAT-AMOUNT.
           IF m = 4
               MOVE workAmt TO countEdit
               MOVE countEdit TO workText
           ELSE
               MOVE workAmt TO moneyEdit
               MOVE moneyEdit TO workText
           END-IF.

       PUT-BUDGET-LINE.
           DISPLAY reportLine
           MOVE reportLine TO budget-report-record
           WRITE budget-report-record
           MOVE SPACES TO reportLine.

       LIST-BUDGET-YEAR.
           MOVE 0 TO listYear
           DISPLAY "Budget year (YYYY): " WITH NO ADVANCING
           ACCEPT listYear
           MOVE 0 TO listCount
           MOVE 0 TO rejectCount
           OPEN INPUT budget-file
           IF budget-status NOT = "00"
               DISPLAY "No budget file on file."
           ELSE
               DISPLAY "MONTH  T MEASURE        AMOUNT"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ budget-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM VALIDATE-BUDGET-ROW
                       IF rowValid = 'N'
                           ADD 1 TO rejectCount
                           DISPLAY "REJECTED: " budget-record " - "
                               rowReason
                       ELSE
                           IF rowYear = listYear
                               ADD 1 TO listCount
                               MOVE bud-amount TO workAmt
                               PERFORM FORMAT-AMOUNT
                               DISPLAY bud-month " " bud-table " "
                                   bud-measure " " workText
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE budget-file
               MOVE listCount TO cntDisp
               DISPLAY "Targets listed: " cntDisp
               IF rejectCount > 0
                   MOVE rejectCount TO cntDisp
                   DISPLAY "Rows rejected:  " cntDisp
               END-IF
           END-IF.

       SET-BUDGET-TARGET.
           MOVE 0 TO newMonth
           DISPLAY "Budget month (YYYYMM): " WITH NO ADVANCING
           ACCEPT newMonth
           MOVE 0 TO newTable
           DISPLAY "Table (0=whole house): " WITH NO ADVANCING
           ACCEPT newTable
           MOVE SPACES TO newMeasure
           DISPLAY "Measure (HANDLE PAID NET SESSIONS CASHIN "
               "CASHOUT): " WITH NO ADVANCING
           ACCEPT newMeasure
           MOVE 0 TO newAmount
           DISPLAY "Target amount (0=remove): " WITH NO ADVANCING
           ACCEPT newAmount
           MOVE SPACES     TO budget-record
           MOVE newMonth   TO bud-month
           MOVE newTable   TO bud-table
           MOVE newMeasure TO bud-measure
           MOVE newAmount  TO bud-amount
           PERFORM VALIDATE-BUDGET-ROW
           IF rowValid = 'N'
               DISPLAY "Target refused: " rowReason
           ELSE
               PERFORM LOAD-BUDGET-MAINT
               IF maintOverflow = 'Y'
               OR (maintCount >= 3000 AND newAmount > 0)
                   DISPLAY "Budget file is full - target not saved."
               ELSE
                   PERFORM SAVE-BUDGET-MAINT
                   MOVE "BUDGET SET" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING newMonth " t" newTable " " newMeasure
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
                   DISPLAY "Budget target saved."
               END-IF
           END-IF.

       LOAD-BUDGET-MAINT.
           MOVE 0 TO maintCount
           MOVE 'N' TO maintFound
           MOVE 'N' TO maintOverflow
           OPEN INPUT budget-file
           IF budget-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ budget-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF bud-month = newMonth
                       AND bud-table = newTable
                       AND bud-measure = newMeasure
                           MOVE 'Y' TO maintFound
                       ELSE
                           IF maintCount >= 3000
                               MOVE 'Y' TO maintOverflow
                           ELSE
                               ADD 1 TO maintCount
                               MOVE bud-month
                                   TO bmt-month(maintCount)
                               MOVE bud-table
                                   TO bmt-table(maintCount)
                               MOVE bud-measure
                                   TO bmt-measure(maintCount)
                               MOVE bud-amount
                                   TO bmt-amount(maintCount)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE budget-file
           END-IF.

       SAVE-BUDGET-MAINT.
           IF newAmount > 0
               ADD 1 TO maintCount
               MOVE newMonth   TO bmt-month(maintCount)
               MOVE newTable   TO bmt-table(maintCount)
               MOVE newMeasure TO bmt-measure(maintCount)
               MOVE newAmount  TO bmt-amount(maintCount)
           END-IF
           OPEN OUTPUT budget-file
           PERFORM VARYING mt FROM 1 BY 1 UNTIL mt > maintCount
               MOVE SPACES          TO budget-record
               MOVE bmt-month(mt)   TO bud-month
               MOVE bmt-table(mt)   TO bud-table
               MOVE bmt-measure(mt) TO bud-measure
               MOVE bmt-amount(mt)  TO bud-amount
               WRITE budget-record
           END-PERFORM
           CLOSE budget-file.
