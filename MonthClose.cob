               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS summary-status.
           SELECT table-summary-file ASSIGN TO "monthtbl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tblsum-status.
           SELECT highscore-file ASSIGN TO "highscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD highscore-file.
       01 highscore-file-in.
           02 high-key.
       01 report-status    PIC 99.
       01 summary-status   PIC 99.
       01 high-status      PIC 99.
       01 tblsum-status    PIC 99.

       01 archiveName      PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 summaryCount     PIC 9(3) VALUE 0.
       01 summaryFound     PIC X VALUE 'N'.
       01 sm               PIC 9(3) VALUE 0.
       01 t                PIC 99 VALUE 0.
       01 tableSumCount    PIC 9(4) VALUE 0.
       01 ts               PIC 9(4) VALUE 0.
       01 opsProgram       PIC X(8) VALUE "MONTHCLS".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 rptBusDate       PIC 9(8) VALUE 0.

       01 summary-work-table.
           05 summary-work-entry OCCURS 600 TIMES.
               10 mcd-cash-out PIC 9(8)V99.
               10 mcd-rows     PIC 9(6).

       01 month-table-grid.
           05 month-table-entry OCCURS 9 TIMES.
               10 mct-handle   PIC S9(10)V99.
               10 mct-paid     PIC 9(10)V99.
               10 mct-rows     PIC 9(6).

       01 table-summary-work.
           05 table-summary-entry OCCURS 5400 TIMES.
               10 tsw-month    PIC 9(6).
               10 tsw-table    PIC 9.
               10 tsw-handle   PIC S9(10)V99.
               10 tsw-paid     PIC 9(10)V99.
               10 tsw-net      PIC S9(10)V99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           MOVE 0 TO closeMonth
           DISPLAY "Business month to close (YYYYMM, 0=current): "
               WITH NO ADVANCING
               MOVE 0 TO mcd-cash-out(dayNum)
               MOVE 0 TO mcd-rows(dayNum)
           END-PERFORM.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               MOVE 0 TO mct-handle(t)
               MOVE 0 TO mct-paid(t)
               MOVE 0 TO mct-rows(t)
           END-PERFORM.
           PERFORM VARYING dayNum FROM 1 BY 1 UNTIL dayNum > 31
               COMPUTE dayDate = (closeMonth * 100) + dayNum
               MOVE SPACES TO archiveName
           PERFORM SWEEP-CASH-JOURNAL.
           PERFORM WRITE-MONTH-REPORT.
           PERFORM WRITE-MONTH-SUMMARY.
           PERFORM WRITE-TABLE-SUMMARY.
           MOVE "MONTH CLOSE" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "month " closeMonth " days " activeDays
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                           IF ledger-table >= 1 AND ledger-table <= 9
                               MOVE ledger-table TO t
                               PERFORM POST-TABLE-ROW
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE archive-file
           END-IF.

       POST-TABLE-ROW.
           ADD 1 TO mct-rows(t)
           EVALUATE ledger-outcome
               WHEN "BET "
                   ADD ledger-amount TO mct-handle(t)
               WHEN "RTRN"
               WHEN "VOID"
                   SUBTRACT ledger-amount FROM mct-handle(t)
               WHEN "WIN "
                   ADD ledger-amount TO mct-paid(t)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COUNT-MONTH-SESSIONS.
           OPEN INPUT highscore-file
           IF high-status = "00"
                                   WHEN "MARKER"
                                   WHEN "MARKPAY"
                                   WHEN "ESCHEAT"
                                   WHEN "MARKWOFF"
                                       CONTINUE
                                   WHEN OTHER
                                       ADD cj-amount
           STRING "Active days:  " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-MONTH-LINE
           CLOSE month-report-file
           COMPUTE rptBusDate = closeMonth * 100 + 1
           MOVE 'R' TO rptMode
           MOVE "MONTHRPT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile rptBusDate
               opsProgram rptRecords.

       PUT-MONTH-LINE.
           DISPLAY reportLine
           MOVE monthCashIn   TO smw-cash-in(sm)
           MOVE monthCashOut  TO smw-cash-out(sm)
           MOVE activeDays    TO smw-days(sm).

       WRITE-TABLE-SUMMARY.
           MOVE 0 TO tableSumCount
           OPEN INPUT table-summary-file
           IF tblsum-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ table-summary-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF mtb-month NOT = closeMonth
                       AND tableSumCount < 5400
                           ADD 1 TO tableSumCount
                           MOVE mtb-month
                               TO tsw-month(tableSumCount)
                           MOVE mtb-table
                               TO tsw-table(tableSumCount)
                           MOVE mtb-handle
                               TO tsw-handle(tableSumCount)
                           MOVE mtb-paid
                               TO tsw-paid(tableSumCount)
                           MOVE mtb-net
                               TO tsw-net(tableSumCount)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE table-summary-file
           END-IF
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               IF mct-rows(t) > 0
                   IF tableSumCount < 5400
                       ADD 1 TO tableSumCount
                       MOVE closeMonth    TO tsw-month(tableSumCount)
                       MOVE t             TO tsw-table(tableSumCount)
                       MOVE mct-handle(t) TO tsw-handle(tableSumCount)
                       MOVE mct-paid(t)   TO tsw-paid(tableSumCount)
                       COMPUTE tsw-net(tableSumCount) =
                           mct-handle(t) - mct-paid(t)
                   ELSE
                       DISPLAY "Table summary file is full - "
                           "table " t " not recorded."
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT table-summary-file
           PERFORM VARYING ts FROM 1 BY 1 UNTIL ts > tableSumCount
               MOVE SPACES          TO table-summary-record
               MOVE tsw-month(ts)   TO mtb-month
               MOVE tsw-table(ts)   TO mtb-table
               MOVE tsw-handle(ts)  TO mtb-handle
               MOVE tsw-paid(ts)    TO mtb-paid
               MOVE tsw-net(ts)     TO mtb-net
               WRITE table-summary-record
           END-PERFORM
           CLOSE table-summary-file.
