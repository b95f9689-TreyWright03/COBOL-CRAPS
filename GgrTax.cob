       IDENTIFICATION DIVISION.
       PROGRAM-ID. GGRTAX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archive-file ASSIGN TO DYNAMIC archiveName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS archive-status.
           SELECT cash-journal-file ASSIGN TO "cashjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cashjrnl-status.
           SELECT table-win-file ASSIGN TO "tablewin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tablewin-status.
           SELECT month-summary-file ASSIGN TO "monthsum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS summary-status.
           SELECT tax-config-file ASSIGN TO "ggrtaxcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS taxcfg-status.
           SELECT return-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.
           SELECT filing-extract-file ASSIGN TO DYNAMIC extractName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS extract-status.

       DATA DIVISION.
       FILE SECTION.
       FD archive-file.
       COPY "ledgerrec.cpy".

       FD cash-journal-file.
       COPY "cashjrnl.cpy".

       FD table-win-file.
       COPY "tablewin.cpy".

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

       FD tax-config-file.
       01 tax-config-record.
           02 tcf-upper     PIC 9(9)V99.
           02 FILLER        PIC X.
           02 tcf-rate      PIC 99V999.

       FD return-report-file.
       01 return-report-record PIC X(100).

       FD filing-extract-file.
       01 filing-extract-record PIC X(100).

       WORKING-STORAGE SECTION.

       01 archive-status   PIC 99.
       01 cashjrnl-status  PIC 99.
       01 tablewin-status  PIC 99.
       01 summary-status   PIC 99.
       01 taxcfg-status    PIC 99.
       01 report-status    PIC 99.
       01 extract-status   PIC 99.
       01 archiveName      PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 extractName      PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 fromDate         PIC 9(8) VALUE 0.
       01 toDate           PIC 9(8) VALUE 0.
       01 fromInteger      PIC 9(8) VALUE 0.
       01 toInteger        PIC 9(8) VALUE 0.
       01 workInteger      PIC 9(8) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 dayCount         PIC 9(3) VALUE 0.
       01 dx               PIC 9(3) VALUE 0.
       01 b                PIC 9 VALUE 0.
       01 bracketCount     PIC 9 VALUE 0.
       01 mx               PIC 99 VALUE 0.
       01 monthCount       PIC 99 VALUE 0.
       01 workMonth        PIC 9(6) VALUE 0.
       01 monthFirst       PIC 9(8) VALUE 0.
       01 monthLast        PIC 9(8) VALUE 0.
       01 nextMonthFirst   PIC 9(8) VALUE 0.
       01 workYear         PIC 9(4) VALUE 0.
       01 workMm           PIC 99 VALUE 0.
       01 grossWin         PIC S9(10)V99 VALUE 0.
       01 totalPromo       PIC 9(10)V99 VALUE 0.
       01 totalWriteOff    PIC 9(10)V99 VALUE 0.
       01 totalDeductions  PIC 9(10)V99 VALUE 0.
       01 taxableRevenue   PIC S9(10)V99 VALUE 0.
       01 taxDue           PIC 9(10)V99 VALUE 0.
       01 remainingBase    PIC S9(10)V99 VALUE 0.
       01 bracketLower     PIC 9(10)V99 VALUE 0.
       01 bracketPortion   PIC 9(10)V99 VALUE 0.
       01 bracketTax       PIC 9(10)V99 VALUE 0.
       01 archiveTotal     PIC S9(10)V99 VALUE 0.
       01 softCountDays    PIC 9(3) VALUE 0.
       01 reportLine       PIC X(100) VALUE SPACES.
       01 amtDisp          PIC -ZZZZZZZ9.99.
       01 bigDisp          PIC -ZZZZZZZZZ9.99.
       01 rateDisp         PIC Z9.999.
       01 cntDisp          PIC ZZZZ9.
       01 opsProgram       PIC X(8) VALUE "GGRTAX".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 bracket-table.
           05 bracket-entry OCCURS 5 TIMES.
               10 br-upper     PIC 9(9)V99.
               10 br-rate      PIC 99V999.

       01 day-table.
           05 day-entry OCCURS 366 TIMES.
               10 dy-date        PIC 9(8).
               10 dy-arch-rows   PIC 9(6).
               10 dy-arch-net    PIC S9(8)V99.
               10 dy-sc-tables   PIC 9.
               10 dy-sc-win      PIC S9(8)V99.
               10 dy-win         PIC S9(8)V99.
               10 dy-source      PIC X(7).
               10 dy-promo       PIC 9(8)V99.
               10 dy-writeoff    PIC 9(8)V99.
               10 dy-taxable     PIC S9(8)V99.

       01 month-tie-table.
           05 month-tie-entry OCCURS 13 TIMES.
               10 mt-month       PIC 9(6).
               10 mt-arch-net    PIC S9(10)V99.
               10 mt-full        PIC X.
               10 mt-found       PIC X.
               10 mt-summary-net PIC S9(10)V99.

       01 extract-header.
           05 xh-type          PIC X VALUE "H".
           05 FILLER           PIC X VALUE SPACE.
           05 xh-from          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 xh-to            PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 xh-run-date      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 xh-days          PIC 9(3).

       01 extract-detail.
           05 xd-type          PIC X VALUE "D".
           05 FILLER           PIC X VALUE SPACE.
           05 xd-date          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 xd-win           PIC -9(8).99.
           05 FILLER           PIC X VALUE SPACE.
           05 xd-promo         PIC 9(8).99.
           05 FILLER           PIC X VALUE SPACE.
           05 xd-writeoff      PIC 9(8).99.
           05 FILLER           PIC X VALUE SPACE.
           05 xd-taxable       PIC -9(8).99.
           05 FILLER           PIC X VALUE SPACE.
           05 xd-source        PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 xd-arch-net      PIC -9(8).99.

       01 extract-trailer.
           05 xt-type          PIC X VALUE "T".
           05 FILLER           PIC X VALUE SPACE.
           05 xt-gross-win     PIC -9(10).99.
           05 FILLER           PIC X VALUE SPACE.
           05 xt-promo         PIC 9(10).99.
           05 FILLER           PIC X VALUE SPACE.
           05 xt-writeoff      PIC 9(10).99.
           05 FILLER           PIC X VALUE SPACE.
           05 xt-taxable       PIC -9(10).99.
           05 FILLER           PIC X VALUE SPACE.
           05 xt-tax-due       PIC 9(10).99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           DISPLAY "Return period from (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT fromDate
           DISPLAY "Return period to   (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
           ACCEPT toDate
           IF toDate = 0
               MOVE todayDate TO toDate
           END-IF
           IF fromDate = 0 OR fromDate > toDate
               DISPLAY "Invalid return period."
               STOP RUN
           END-IF
           COMPUTE fromInteger = FUNCTION INTEGER-OF-DATE(fromDate)
           COMPUTE toInteger = FUNCTION INTEGER-OF-DATE(toDate)
           IF toInteger - fromInteger > 365
               DISPLAY "Return period cannot exceed one year."
               STOP RUN
           END-IF
           PERFORM LOAD-TAX-BRACKETS.
           PERFORM BUILD-DAY-TABLE.
           PERFORM SWEEP-TABLE-WIN.
           PERFORM SWEEP-CASH-JOURNAL.
           PERFORM SETTLE-DAYS.
           PERFORM BUILD-MONTH-TIES.
           PERFORM COMPUTE-TAX.
           PERFORM WRITE-RETURN-REPORT.
           PERFORM WRITE-FILING-EXTRACT.
           MOVE "GGR RETURN" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING fromDate "-" toDate " " dayCount " days"
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           STOP RUN.

       LOAD-TAX-BRACKETS.
           MOVE 0 TO bracketCount
           OPEN INPUT tax-config-file
           IF taxcfg-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ tax-config-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF tcf-upper IS NUMERIC AND tcf-rate IS NUMERIC
                       AND bracketCount < 5
                           ADD 1 TO bracketCount
                           MOVE tcf-upper TO br-upper(bracketCount)
                           MOVE tcf-rate  TO br-rate(bracketCount)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE tax-config-file
           END-IF
           IF bracketCount = 0
               MOVE 1 TO bracketCount
               MOVE 0 TO br-upper(1)
               MOVE 6.750 TO br-rate(1)
           END-IF.

       BUILD-DAY-TABLE.
           MOVE 0 TO dayCount
           PERFORM VARYING workInteger FROM fromInteger BY 1
               UNTIL workInteger > toInteger
               ADD 1 TO dayCount
               MOVE dayCount TO dx
               COMPUTE dy-date(dx) =
                   FUNCTION DATE-OF-INTEGER(workInteger)
               MOVE 0 TO dy-arch-rows(dx)
               MOVE 0 TO dy-arch-net(dx)
               MOVE 0 TO dy-sc-tables(dx)
               MOVE 0 TO dy-sc-win(dx)
               MOVE 0 TO dy-promo(dx)
               MOVE 0 TO dy-writeoff(dx)
               MOVE SPACES TO archiveName
               STRING "ledger-" dy-date(dx) ".dat"
                   DELIMITED BY SIZE INTO archiveName
               PERFORM SWEEP-ONE-ARCHIVE
           END-PERFORM.

       SWEEP-ONE-ARCHIVE.
           OPEN INPUT archive-file
           IF archive-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ archive-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO dy-arch-rows(dx)
                       IF ledger-mode NOT = 'T'
                           EVALUATE ledger-outcome
                               WHEN "BET "
                                   ADD ledger-amount
                                       TO dy-arch-net(dx)
                               WHEN "RTRN"
                               WHEN "VOID"
                               WHEN "WIN "
                                   SUBTRACT ledger-amount
                                       FROM dy-arch-net(dx)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE archive-file
           END-IF.

       FIND-DAY-INDEX.
           MOVE 0 TO dx
           IF workInteger >= fromInteger AND workInteger <= toInteger
               COMPUTE dx = workInteger - fromInteger + 1
           END-IF.

       SWEEP-TABLE-WIN.
           OPEN INPUT table-win-file
           IF tablewin-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ table-win-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF tw-date >= fromDate AND tw-date <= toDate
                       AND (tw-status = "OK" OR tw-status = "VARIANCE")
                           COMPUTE workInteger =
                               FUNCTION INTEGER-OF-DATE(tw-date)
                           PERFORM FIND-DAY-INDEX
                           IF dx > 0
                               ADD 1 TO dy-sc-tables(dx)
                               ADD tw-win TO dy-sc-win(dx)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE table-win-file
           END-IF.

       SWEEP-CASH-JOURNAL.
           OPEN INPUT cash-journal-file
           IF cashjrnl-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cash-journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cj-date >= fromDate AND cj-date <= toDate
                       AND (cj-type = "COMPRDM" OR cj-type = "MARKWOFF")
                           COMPUTE workInteger =
                               FUNCTION INTEGER-OF-DATE(cj-date)
                           PERFORM FIND-DAY-INDEX
                           IF dx > 0
                               IF cj-type = "COMPRDM"
                                   ADD cj-amount TO dy-promo(dx)
                               ELSE
                                   ADD cj-amount TO dy-writeoff(dx)
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cash-journal-file
           END-IF.

       SETTLE-DAYS.
           MOVE 0 TO grossWin
           MOVE 0 TO totalPromo
           MOVE 0 TO totalWriteOff
           MOVE 0 TO archiveTotal
           MOVE 0 TO softCountDays
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dayCount
               IF dy-sc-tables(dx) > 0
                   MOVE dy-sc-win(dx) TO dy-win(dx)
                   MOVE "SOFTCNT" TO dy-source(dx)
                   ADD 1 TO softCountDays
               ELSE
                   MOVE dy-arch-net(dx) TO dy-win(dx)
                   IF dy-arch-rows(dx) > 0
                       MOVE "LEDGER" TO dy-source(dx)
                   ELSE
                       MOVE "NONE" TO dy-source(dx)
                   END-IF
               END-IF
               COMPUTE dy-taxable(dx) = dy-win(dx) - dy-promo(dx)
                   - dy-writeoff(dx)
               ADD dy-win(dx)      TO grossWin
               ADD dy-promo(dx)    TO totalPromo
               ADD dy-writeoff(dx) TO totalWriteOff
               ADD dy-arch-net(dx) TO archiveTotal
           END-PERFORM
           COMPUTE totalDeductions = totalPromo + totalWriteOff
           COMPUTE taxableRevenue = grossWin - totalDeductions.

       BUILD-MONTH-TIES.
           MOVE 0 TO monthCount
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dayCount
               COMPUTE workMonth = dy-date(dx) / 100
               IF monthCount = 0
                   PERFORM ADD-MONTH-TIE
               ELSE
                   IF mt-month(monthCount) NOT = workMonth
                       PERFORM ADD-MONTH-TIE
                   END-IF
               END-IF
               ADD dy-arch-net(dx) TO mt-arch-net(monthCount)
           END-PERFORM
           OPEN INPUT month-summary-file
           IF summary-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ month-summary-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM VARYING mx FROM 1 BY 1
                           UNTIL mx > monthCount
                           IF mt-month(mx) = msm-month
                               MOVE 'Y' TO mt-found(mx)
                               MOVE msm-net TO mt-summary-net(mx)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE month-summary-file
           END-IF.

       ADD-MONTH-TIE.
           ADD 1 TO monthCount
           MOVE workMonth TO mt-month(monthCount)
           MOVE 0 TO mt-arch-net(monthCount)
           MOVE 'N' TO mt-found(monthCount)
           MOVE 0 TO mt-summary-net(monthCount)
           COMPUTE monthFirst = (workMonth * 100) + 1
           COMPUTE workYear = workMonth / 100
           COMPUTE workMm = FUNCTION MOD(workMonth, 100)
           IF workMm = 12
               COMPUTE nextMonthFirst = ((workYear + 1) * 10000)
                   + 101
           ELSE
               COMPUTE nextMonthFirst = (workYear * 10000)
                   + ((workMm + 1) * 100) + 1
           END-IF
           COMPUTE monthLast = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(nextMonthFirst) - 1)
           IF fromDate <= monthFirst AND toDate >= monthLast
               MOVE 'Y' TO mt-full(monthCount)
           ELSE
               MOVE 'N' TO mt-full(monthCount)
           END-IF.

       COMPUTE-TAX.
           MOVE 0 TO taxDue
           IF taxableRevenue > 0
               MOVE taxableRevenue TO remainingBase
               MOVE 0 TO bracketLower
               PERFORM VARYING b FROM 1 BY 1
                   UNTIL b > bracketCount OR remainingBase = 0
                   IF br-upper(b) = 0
                   OR remainingBase <= br-upper(b) - bracketLower
                       MOVE remainingBase TO bracketPortion
                   ELSE
                       COMPUTE bracketPortion =
                           br-upper(b) - bracketLower
                   END-IF
                   COMPUTE bracketTax ROUNDED =
                       bracketPortion * br-rate(b) / 100
                   ADD bracketTax TO taxDue
                   SUBTRACT bracketPortion FROM remainingBase
                   MOVE br-upper(b) TO bracketLower
               END-PERFORM
           END-IF.

       WRITE-RETURN-REPORT.
           MOVE SPACES TO reportName
           STRING "ggrtax-" fromDate "-" toDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT return-report-file
           MOVE SPACES TO reportLine
           STRING "===== GROSS GAMING REVENUE TAX RETURN " fromDate
               " TO " toDate " =====" DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE grossWin TO bigDisp
           MOVE SPACES TO reportLine
           STRING "Line 1  Gross table win           " bigDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE totalPromo TO bigDisp
           MOVE SPACES TO reportLine
           STRING "Line 2  Promotional play          " bigDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE totalWriteOff TO bigDisp
           MOVE SPACES TO reportLine
           STRING "Line 3  Markers written off       " bigDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE totalDeductions TO bigDisp
           MOVE SPACES TO reportLine
           STRING "Line 4  Total deductions (2+3)    " bigDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE taxableRevenue TO bigDisp
           MOVE SPACES TO reportLine
           STRING "Line 5  Taxable revenue (1-4)     " bigDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           PERFORM PUT-BRACKET-LINES
           MOVE taxDue TO bigDisp
           MOVE SPACES TO reportLine
           STRING "Line 6  Tax due                   " bigDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE SPACES TO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE "SUPPORTING SCHEDULE" TO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE SPACES TO reportLine
           STRING "DATE       SOURCE           WIN        PROMO"
               "     WRITEOFF      TAXABLE   LEDGER ARCH"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dayCount
               IF dy-arch-rows(dx) > 0 OR dy-sc-tables(dx) > 0
               OR dy-promo(dx) > 0 OR dy-writeoff(dx) > 0
                   PERFORM PUT-SCHEDULE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE "TIE-OUT TO MONTHSUM.DAT" TO reportLine
           PERFORM PUT-RETURN-LINE
           PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > monthCount
               PERFORM PUT-MONTH-TIE-LINE
           END-PERFORM
           MOVE archiveTotal TO bigDisp
           MOVE SPACES TO reportLine
           STRING "Ledger archive net for period  " bigDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           MOVE softCountDays TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Days on soft-count win         " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-RETURN-LINE
           CLOSE return-report-file
           MOVE 'R' TO rptMode
           MOVE "GGRTAX" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile toDate
               opsProgram rptRecords.

       PUT-BRACKET-LINES.
           MOVE 0 TO bracketLower
           PERFORM VARYING b FROM 1 BY 1 UNTIL b > bracketCount
               MOVE br-rate(b) TO rateDisp
               MOVE SPACES TO reportLine
               IF br-upper(b) = 0
                   MOVE bracketLower TO bigDisp
                   STRING "        Bracket " b " over " bigDisp
                       " at " rateDisp "%"
                       DELIMITED BY SIZE INTO reportLine
               ELSE
                   MOVE br-upper(b) TO bigDisp
                   STRING "        Bracket " b " to   " bigDisp
                       " at " rateDisp "%"
                       DELIMITED BY SIZE INTO reportLine
               END-IF
               PERFORM PUT-RETURN-LINE
               MOVE br-upper(b) TO bracketLower
           END-PERFORM.

       PUT-SCHEDULE-LINE.
           MOVE SPACES TO reportLine
           MOVE dy-date(dx) TO reportLine(1:8)
           MOVE dy-source(dx) TO reportLine(12:7)
           MOVE dy-win(dx) TO amtDisp
           MOVE amtDisp TO reportLine(20:12)
           MOVE dy-promo(dx) TO amtDisp
           MOVE amtDisp TO reportLine(33:12)
           MOVE dy-writeoff(dx) TO amtDisp
           MOVE amtDisp TO reportLine(46:12)
           MOVE dy-taxable(dx) TO amtDisp
           MOVE amtDisp TO reportLine(59:12)
           MOVE dy-arch-net(dx) TO amtDisp
           MOVE amtDisp TO reportLine(72:12)
           PERFORM PUT-RETURN-LINE.

       PUT-MONTH-TIE-LINE.
           MOVE mt-arch-net(mx) TO bigDisp
           MOVE SPACES TO reportLine
           EVALUATE TRUE
               WHEN mt-full(mx) = 'N'
                   STRING "  " mt-month(mx) "  archive " bigDisp
                       "  PARTIAL MONTH - NOT TIED"
                       DELIMITED BY SIZE INTO reportLine
               WHEN mt-found(mx) = 'N'
                   STRING "  " mt-month(mx) "  archive " bigDisp
                       "  MONTH NOT CLOSED"
                       DELIMITED BY SIZE INTO reportLine
               WHEN mt-summary-net(mx) = mt-arch-net(mx)
                   STRING "  " mt-month(mx) "  archive " bigDisp
                       "  TIES TO MONTHSUM"
                       DELIMITED BY SIZE INTO reportLine
               WHEN OTHER
                   STRING "  " mt-month(mx) "  archive " bigDisp
                       "  DIFFERS FROM MONTHSUM"
                       DELIMITED BY SIZE INTO reportLine
                   MOVE "GGR TIE DIFF" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING "month " mt-month(mx)
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-EVALUATE
           PERFORM PUT-RETURN-LINE.

       WRITE-FILING-EXTRACT.
           MOVE SPACES TO extractName
           STRING "ggrfile-" fromDate "-" toDate ".dat"
               DELIMITED BY SIZE INTO extractName
           OPEN OUTPUT filing-extract-file
           MOVE fromDate  TO xh-from
           MOVE toDate    TO xh-to
           MOVE todayDate TO xh-run-date
           MOVE dayCount  TO xh-days
           MOVE extract-header TO filing-extract-record
           WRITE filing-extract-record
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dayCount
               MOVE dy-date(dx)     TO xd-date
               MOVE dy-win(dx)      TO xd-win
               MOVE dy-promo(dx)    TO xd-promo
               MOVE dy-writeoff(dx) TO xd-writeoff
               MOVE dy-taxable(dx)  TO xd-taxable
               MOVE dy-source(dx)   TO xd-source
               MOVE dy-arch-net(dx) TO xd-arch-net
               MOVE extract-detail TO filing-extract-record
               WRITE filing-extract-record
           END-PERFORM
           MOVE grossWin       TO xt-gross-win
           MOVE totalPromo     TO xt-promo
           MOVE totalWriteOff  TO xt-writeoff
           MOVE taxableRevenue TO xt-taxable
           MOVE taxDue         TO xt-tax-due
           MOVE extract-trailer TO filing-extract-record
           WRITE filing-extract-record
           CLOSE filing-extract-file
           MOVE 'R' TO rptMode
           MOVE "GGRFILE" TO rptType
           MOVE extractName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile toDate
               opsProgram rptRecords
           DISPLAY "Filing extract written to " extractName.

       PUT-RETURN-LINE.
           DISPLAY reportLine
           MOVE reportLine TO return-report-record
           WRITE return-report-record.
