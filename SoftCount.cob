       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOFTCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT drop-count-file ASSIGN TO "dropcnt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dropcnt-status.
           SELECT table-win-file ASSIGN TO "tablewin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tablewin-status.
           SELECT win-work-file ASSIGN TO "tablewin.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS work-status.
           SELECT tray-file ASSIGN TO "tray.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tray-status.
           SELECT fill-slip-file ASSIGN TO "fillslip.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS fillslip-status.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT ledger-file ASSIGN TO DYNAMIC ledgerName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT jackpot-config-file ASSIGN TO "jackpotcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS jackpotcfg-status.
           SELECT count-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD drop-count-file.
       COPY "dropcnt.cpy".

       FD table-win-file.
       COPY "tablewin.cpy".

       FD win-work-file.
       01 win-work-line    PIC X(120).

       FD tray-file.
       01 tray-record.
           02 try-table   PIC 9.
           02 FILLER      PIC X.
           02 try-open    PIC 9(7)V99.
           02 FILLER      PIC X.
           02 try-fills   PIC 9(7)V99.
           02 FILLER      PIC X.
           02 try-credits PIC 9(7)V99.
           02 FILLER      PIC X.
           02 try-date    PIC 9(8).

       FD fill-slip-file.
       01 fill-slip-record.
           02 fs-date   PIC 9(8).
           02 FILLER    PIC X.
           02 fs-table  PIC 9.
           02 FILLER    PIC X.
           02 fs-type   PIC X(6).
           02 FILLER    PIC X.
           02 fs-amount PIC 9(7)V99.
           02 FILLER    PIC X.
           02 fs-oper   PIC XXX.
           02 FILLER    PIC X.
           02 fs-super  PIC XXX.

       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD ledger-file.
       COPY "ledgerrec.cpy".

       FD jackpot-config-file.
       01 jackpot-config-record.
           02 jcfg-threshold PIC 9(5)V99.
           02 FILLER         PIC X.
           02 jcfg-code      PIC X(4).

       FD count-report-file.
       01 count-report-record PIC X(120).

       WORKING-STORAGE SECTION.

       01 dropcnt-status   PIC 99.
       01 tablewin-status  PIC 99.
       01 work-status      PIC 99.
       01 tray-status      PIC 99.
       01 fillslip-status  PIC 99.
       01 ledgerix-status  PIC 99.
       01 ledger-status    PIC 99.
       01 jackpotcfg-status PIC 99.
       01 report-status    PIC 99.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 countDate        PIC 9(8) VALUE 0.
       01 entryDate        PIC 9(8) VALUE 0.
       01 countTime        PIC 9(8) VALUE 0.
       01 countChoice      PIC 9 VALUE 0.
       01 countDone        PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 workTable        PIC 9 VALUE 0.
       01 confirmFlag      PIC X VALUE 'N'.
       01 recountFlag      PIC X VALUE 'N'.
       01 counterOne       PIC XXX VALUE SPACES.
       01 counterTwo       PIC XXX VALUE SPACES.
       01 superInit        PIC XXX VALUE SPACES.
       01 superCodeIn      PIC X(4) VALUE SPACES.
       01 supervisorCode   PIC X(4) VALUE "7777".
       01 codeTries        PIC 9 VALUE 0.
       01 approvedFlag     PIC X VALUE 'N'.
       01 t                PIC 9 VALUE 0.
       01 d                PIC 9 VALUE 0.
       01 denomQty         PIC 9(5) VALUE 0.
       01 dropTotal        PIC 9(7)V99 VALUE 0.
       01 liveRows         PIC 9(6) VALUE 0.
       01 ledgerSource     PIC X(8) VALUE SPACES.
       01 rowTable         PIC 99 VALUE 0.
       01 rowMode          PIC X VALUE SPACE.
       01 rowOutcome       PIC X(4) VALUE SPACES.
       01 rowAmount        PIC 9(5)V99 VALUE 0.
       01 keptRows         PIC 9(6) VALUE 0.
       01 tablesShown      PIC 9 VALUE 0.
       01 totalDrop        PIC 9(8)V99 VALUE 0.
       01 totalWin         PIC S9(9)V99 VALUE 0.
       01 totalNet         PIC S9(9)V99 VALUE 0.
       01 totalHold        PIC S9(4)V99 VALUE 0.
       01 varianceCount    PIC 9 VALUE 0.
       01 reportLine       PIC X(120) VALUE SPACES.
       01 amtDisp          PIC ZZZZZZ9.99.
       01 netDisp          PIC -ZZZZZZ9.99.
       01 totDisp          PIC ZZZZZZZ9.99.
       01 totNetDisp       PIC -ZZZZZZZ9.99.
       01 pctDisp          PIC -ZZZ9.99.
       01 qtyDisp          PIC ZZZZ9.
       01 denomDisp        PIC ZZ9.
       01 opsProgram       PIC X(8) VALUE "SOFTCNT".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 denom-table.
           05 denom-entry OCCURS 6 TIMES.
               10 denom-value  PIC 999.
               10 denom-qty    PIC 9(5).

       01 count-grid.
           05 count-grid-entry OCCURS 9 TIMES.
               10 cg-drop        PIC 9(7)V99.
               10 cg-counted     PIC X.
               10 cg-open        PIC 9(7)V99.
               10 cg-open-found  PIC X.
               10 cg-close       PIC 9(7)V99.
               10 cg-close-found PIC X.
               10 cg-fills       PIC 9(7)V99.
               10 cg-credits     PIC 9(7)V99.
               10 cg-handle      PIC S9(8)V99.
               10 cg-paid        PIC 9(8)V99.
               10 cg-ledger-rows PIC 9(6).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-SUPERVISOR-CODE.
           PERFORM LOAD-DENOMINATIONS.
           PERFORM UNTIL countDone = 'Y'
               DISPLAY " "
               DISPLAY "===== SOFT COUNT - DROP BOX ====="
               DISPLAY "1=Count drop box 2=Show counts "
                   "3=Table win report 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT countChoice
               EVALUATE countChoice
                   WHEN 1
                       PERFORM RECORD-DROP-COUNT
                   WHEN 2
                       PERFORM SHOW-DROP-COUNTS
                   WHEN 3
                       PERFORM TABLE-WIN-REPORT
                   WHEN 9
                       MOVE 'Y' TO countDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
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

       LOAD-DENOMINATIONS.
           MOVE 100 TO denom-value(1)
           MOVE 50  TO denom-value(2)
           MOVE 20  TO denom-value(3)
           MOVE 10  TO denom-value(4)
           MOVE 5   TO denom-value(5)
           MOVE 1   TO denom-value(6).

       GET-COUNT-DATE.
           MOVE 0 TO entryDate
           DISPLAY "Gaming day counted (YYYYMMDD, 0=" todayDate
               "): " WITH NO ADVANCING
           ACCEPT entryDate
           IF entryDate = 0
               MOVE todayDate TO countDate
           ELSE
               MOVE entryDate TO countDate
           END-IF.

       GET-TABLE-NUMBER.
           MOVE 0 TO workTable
           DISPLAY "Table (1-9): " WITH NO ADVANCING
           ACCEPT workTable.

       GET-COUNT-SIGNOFFS.
           MOVE 'N' TO approvedFlag
           MOVE SPACES TO counterOne
           MOVE SPACES TO counterTwo
           DISPLAY "Counter 1 initials:  " WITH NO ADVANCING
           ACCEPT counterOne
           DISPLAY "Counter 2 initials:  " WITH NO ADVANCING
           ACCEPT counterTwo
           IF counterOne = SPACES OR counterTwo = SPACES
           OR counterOne = counterTwo
               DISPLAY "Two different counters must sign."
           ELSE
               MOVE 0 TO codeTries
               PERFORM UNTIL approvedFlag = 'Y' OR codeTries > 2
                   MOVE SPACES TO superInit
                   DISPLAY "Supervisor initials: " WITH NO ADVANCING
                   ACCEPT superInit
                   MOVE SPACES TO superCodeIn
                   DISPLAY "Supervisor code:     " WITH NO ADVANCING
                   ACCEPT superCodeIn
                   IF superCodeIn = supervisorCode
                   AND superInit NOT = counterOne
                   AND superInit NOT = counterTwo
                       MOVE 'Y' TO approvedFlag
                   ELSE
                       ADD 1 TO codeTries
                       DISPLAY "Invalid code."
                   END-IF
               END-PERFORM
           END-IF.

       RECORD-DROP-COUNT.
           PERFORM GET-COUNT-DATE
           PERFORM GET-TABLE-NUMBER
           IF workTable < 1 OR workTable > 9
               DISPLAY "Invalid table."
           ELSE
               MOVE 0 TO dropTotal
               PERFORM VARYING d FROM 1 BY 1 UNTIL d > 6
                   MOVE denom-value(d) TO denomDisp
                   MOVE 0 TO denomQty
                   DISPLAY "  $" denomDisp " notes: "
                       WITH NO ADVANCING
                   ACCEPT denomQty
                   MOVE denomQty TO denom-qty(d)
                   COMPUTE dropTotal = dropTotal
                       + (denomQty * denom-value(d))
               END-PERFORM
               MOVE dropTotal TO amtDisp
               DISPLAY "Drop box total: " amtDisp
               PERFORM CHECK-PRIOR-COUNT
               IF recountFlag = 'Y'
                   DISPLAY "This box is already counted - "
                       "this count will replace it."
               END-IF
               MOVE 'N' TO confirmFlag
               DISPLAY "Record this count? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT confirmFlag
               IF confirmFlag NOT = 'Y'
                   DISPLAY "Count not recorded."
               ELSE
                   PERFORM GET-COUNT-SIGNOFFS
                   IF approvedFlag = 'Y'
                       PERFORM WRITE-DROP-COUNT
                       DISPLAY "Drop count recorded."
                   ELSE
                       DISPLAY "Not signed off - count not recorded."
                   END-IF
               END-IF
           END-IF.

       CHECK-PRIOR-COUNT.
           MOVE 'N' TO recountFlag
           OPEN INPUT drop-count-file
           IF dropcnt-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ drop-count-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dc-date = countDate
                       AND dc-table = workTable
                           MOVE 'Y' TO recountFlag
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE drop-count-file
           END-IF.

       WRITE-DROP-COUNT.
           ACCEPT countTime FROM TIME
           MOVE SPACES     TO drop-count-record
           MOVE countDate  TO dc-date
           MOVE workTable  TO dc-table
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > 6
               MOVE denom-qty(d) TO dc-qty(d)
           END-PERFORM
           MOVE dropTotal  TO dc-drop
           MOVE counterOne TO dc-counter1
           MOVE counterTwo TO dc-counter2
           MOVE superInit  TO dc-super
           COMPUTE dc-time = countTime / 100
           OPEN EXTEND drop-count-file
           IF dropcnt-status = "05" OR dropcnt-status = "35"
               CLOSE drop-count-file
               OPEN OUTPUT drop-count-file
               CLOSE drop-count-file
               OPEN EXTEND drop-count-file
           END-IF
           WRITE drop-count-record
           CLOSE drop-count-file
           IF recountFlag = 'Y'
               MOVE "DROP RECOUNT" TO opsEvent
           ELSE
               MOVE "DROP COUNT" TO opsEvent
           END-IF
           MOVE SPACES TO opsDetail
           STRING "table " workTable " " countDate " " dropTotal
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       SHOW-DROP-COUNTS.
           PERFORM GET-COUNT-DATE
           DISPLAY "TABLE  $100  $50  $20  $10   $5   $1"
               "        DROP  CNT1 CNT2 SUPV"
           OPEN INPUT drop-count-file
           IF dropcnt-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ drop-count-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dc-date = countDate
                           PERFORM SHOW-ONE-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE drop-count-file
           END-IF.

       SHOW-ONE-COUNT.
           DISPLAY "  " dc-table "  " WITH NO ADVANCING
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > 6
               MOVE dc-qty(d) TO qtyDisp
               DISPLAY qtyDisp WITH NO ADVANCING
           END-PERFORM
           MOVE dc-drop TO amtDisp
           DISPLAY "  " amtDisp "  " dc-counter1 "  " dc-counter2
               "  " dc-super.

       TABLE-WIN-REPORT.
           PERFORM GET-COUNT-DATE
           PERFORM CLEAR-COUNT-GRID
           PERFORM LOAD-DROP-COUNTS
           PERFORM LOAD-TRAY-MOVEMENTS
           PERFORM LOAD-LEDGER-NET
           MOVE SPACES TO reportName
           STRING "softcount-" countDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT count-report-file
           MOVE SPACES TO reportLine
           STRING "===== SOFT COUNT TABLE WIN " countDate
               " (ledger from " ledgerSource ") ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUNT-LINE
           MOVE SPACES TO reportLine
           STRING "T       DROP    OPENING    CLOSING      FILLS"
               "    CREDITS         WIN  LEDGER NET    HOLD%  STATUS"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUNT-LINE
           PERFORM KEEP-OTHER-WIN-DAYS
           MOVE 0 TO tablesShown
           MOVE 0 TO totalDrop
           MOVE 0 TO totalWin
           MOVE 0 TO totalNet
           MOVE 0 TO varianceCount
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               IF cg-counted(t) = 'Y' OR cg-open-found(t) = 'Y'
               OR cg-close-found(t) = 'Y' OR cg-ledger-rows(t) > 0
                   PERFORM REPORT-ONE-TABLE
               END-IF
           END-PERFORM
           IF totalDrop > 0
               COMPUTE totalHold ROUNDED = totalWin * 100 / totalDrop
                   ON SIZE ERROR
                       MOVE 0 TO totalHold
               END-COMPUTE
           ELSE
               MOVE 0 TO totalHold
           END-IF
           MOVE totalDrop TO totDisp
           MOVE totalWin TO totNetDisp
           MOVE totalHold TO pctDisp
           MOVE SPACES TO reportLine
           STRING "Total drop " totDisp "   win " totNetDisp
               "   hold% " pctDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUNT-LINE
           MOVE totalNet TO totNetDisp
           MOVE SPACES TO reportLine
           STRING "Ledger net " totNetDisp "   tables "
               tablesShown "   variances " varianceCount
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-COUNT-LINE
           CLOSE count-report-file
           MOVE 'R' TO rptMode
           MOVE "SOFTCNT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile countDate
               opsProgram rptRecords
           CLOSE table-win-file
           MOVE "SOFT COUNT" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING countDate " tables " tablesShown " var "
               varianceCount
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       CLEAR-COUNT-GRID.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               MOVE 0   TO cg-drop(t)
               MOVE 'N' TO cg-counted(t)
               MOVE 0   TO cg-open(t)
               MOVE 'N' TO cg-open-found(t)
               MOVE 0   TO cg-close(t)
               MOVE 'N' TO cg-close-found(t)
               MOVE 0   TO cg-fills(t)
               MOVE 0   TO cg-credits(t)
               MOVE 0   TO cg-handle(t)
               MOVE 0   TO cg-paid(t)
               MOVE 0   TO cg-ledger-rows(t)
           END-PERFORM.

       LOAD-DROP-COUNTS.
           OPEN INPUT drop-count-file
           IF dropcnt-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ drop-count-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dc-date = countDate
                       AND dc-table >= 1 AND dc-table <= 9
                           MOVE dc-table TO t
                           MOVE dc-drop  TO cg-drop(t)
                           MOVE 'Y'      TO cg-counted(t)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE drop-count-file
           END-IF.

       LOAD-TRAY-MOVEMENTS.
           OPEN INPUT fill-slip-file
           IF fillslip-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ fill-slip-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF fs-date = countDate
                       AND fs-table >= 1 AND fs-table <= 9
                           PERFORM POST-TRAY-SLIP
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fill-slip-file
           END-IF
           OPEN INPUT tray-file
           IF tray-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ tray-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF try-date = countDate
                       AND try-table >= 1 AND try-table <= 9
                           MOVE try-table TO t
                           IF cg-open-found(t) = 'N'
                               MOVE try-open TO cg-open(t)
                               MOVE 'Y'      TO cg-open-found(t)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE tray-file
           END-IF.

       POST-TRAY-SLIP.
           MOVE fs-table TO t
           EVALUATE fs-type
               WHEN "OPEN  "
                   MOVE fs-amount TO cg-open(t)
                   MOVE 'Y'       TO cg-open-found(t)
                   MOVE 0         TO cg-fills(t)
                   MOVE 0         TO cg-credits(t)
               WHEN "CLOSE "
                   MOVE fs-amount TO cg-close(t)
                   MOVE 'Y'       TO cg-close-found(t)
               WHEN "FILL  "
                   ADD fs-amount TO cg-fills(t)
               WHEN "CREDIT"
                   ADD fs-amount TO cg-credits(t)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-LEDGER-NET.
           MOVE 0 TO liveRows
           MOVE "none" TO ledgerSource
           OPEN INPUT ledger-index-file
           IF ledgerix-status = "00"
               MOVE countDate TO lix-date
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
                               IF lix-date NOT = countDate
                                   MOVE 'Y' TO end-of-file
                               ELSE
                                   ADD 1 TO liveRows
                                   MOVE lix-table   TO rowTable
                                   MOVE lix-mode    TO rowMode
                                   MOVE lix-outcome TO rowOutcome
                                   MOVE lix-amount  TO rowAmount
                                   PERFORM POST-LEDGER-ROW
                               END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ledger-index-file
           END-IF
           IF liveRows > 0
               MOVE "ledgerix" TO ledgerSource
           ELSE
               PERFORM LOAD-ARCHIVE-NET
           END-IF
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               COMPUTE cg-handle(t) = cg-handle(t) - cg-paid(t)
           END-PERFORM.

       LOAD-ARCHIVE-NET.
           MOVE SPACES TO ledgerName
           STRING "ledger-" countDate ".dat"
               DELIMITED BY SIZE INTO ledgerName
           OPEN INPUT ledger-file
           IF ledger-status = "00"
               MOVE "archive" TO ledgerSource
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ ledger-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       MOVE ledger-table   TO rowTable
                       MOVE ledger-mode    TO rowMode
                       MOVE ledger-outcome TO rowOutcome
                       MOVE ledger-amount  TO rowAmount
                       PERFORM POST-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE ledger-file
           END-IF.

       POST-LEDGER-ROW.
           IF rowTable >= 1 AND rowTable <= 9 AND rowMode NOT = 'T'
               MOVE rowTable TO t
               ADD 1 TO cg-ledger-rows(t)
               EVALUATE rowOutcome
                   WHEN "BET "
                       ADD rowAmount TO cg-handle(t)
                   WHEN "RTRN"
                   WHEN "VOID"
                       SUBTRACT rowAmount FROM cg-handle(t)
                   WHEN "WIN "
                       ADD rowAmount TO cg-paid(t)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REPORT-ONE-TABLE.
           ADD 1 TO tablesShown
           MOVE SPACES TO table-win-record
           MOVE countDate      TO tw-date
           MOVE t              TO tw-table
           MOVE cg-drop(t)     TO tw-drop
           MOVE cg-open(t)     TO tw-open
           MOVE cg-close(t)    TO tw-close
           MOVE cg-fills(t)    TO tw-fills
           MOVE cg-credits(t)  TO tw-credits
           MOVE cg-handle(t)   TO tw-ledger-net
           COMPUTE tw-win = cg-drop(t) + cg-close(t) - cg-open(t)
               + cg-credits(t) - cg-fills(t)
           IF cg-drop(t) > 0
               COMPUTE tw-hold-pct ROUNDED =
                   tw-win * 100 / cg-drop(t)
                   ON SIZE ERROR
                       MOVE 0 TO tw-hold-pct
               END-COMPUTE
           ELSE
               MOVE 0 TO tw-hold-pct
           END-IF
           EVALUATE TRUE
               WHEN cg-counted(t) = 'N'
                   MOVE "NO DROP" TO tw-status
               WHEN cg-open-found(t) = 'N'
                   MOVE "NO OPEN" TO tw-status
               WHEN cg-close-found(t) = 'N'
                   MOVE "NO CLOSE" TO tw-status
               WHEN tw-win NOT = tw-ledger-net
                   MOVE "VARIANCE" TO tw-status
               WHEN OTHER
                   MOVE "OK" TO tw-status
           END-EVALUATE
           IF tw-status = "VARIANCE"
               ADD 1 TO varianceCount
               MOVE tw-win TO netDisp
               MOVE "WIN VAR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "table " t " win " netDisp
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           ADD tw-drop TO totalDrop
           ADD tw-win TO totalWin
           ADD tw-ledger-net TO totalNet
           MOVE SPACES TO reportLine
           MOVE t TO reportLine(1:1)
           MOVE tw-drop TO amtDisp
           MOVE amtDisp TO reportLine(3:10)
           MOVE tw-open TO amtDisp
           MOVE amtDisp TO reportLine(14:10)
           MOVE tw-close TO amtDisp
           MOVE amtDisp TO reportLine(25:10)
           MOVE tw-fills TO amtDisp
           MOVE amtDisp TO reportLine(36:10)
           MOVE tw-credits TO amtDisp
           MOVE amtDisp TO reportLine(47:10)
           MOVE tw-win TO netDisp
           MOVE netDisp TO reportLine(58:11)
           MOVE tw-ledger-net TO netDisp
           MOVE netDisp TO reportLine(70:11)
           MOVE tw-hold-pct TO pctDisp
           MOVE pctDisp TO reportLine(82:8)
           MOVE tw-status TO reportLine(92:8)
           PERFORM PUT-COUNT-LINE
           WRITE table-win-record.

       KEEP-OTHER-WIN-DAYS.
           MOVE 0 TO keptRows
           OPEN OUTPUT win-work-file
           OPEN INPUT table-win-file
           IF tablewin-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ table-win-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF tw-date NOT = countDate
                           ADD 1 TO keptRows
                           MOVE table-win-record TO win-work-line
                           WRITE win-work-line
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE table-win-file
           END-IF
           CLOSE win-work-file
           OPEN INPUT win-work-file
           OPEN OUTPUT table-win-file
           MOVE 'N' TO end-of-file
           PERFORM UNTIL end-of-file = 'Y'
               READ win-work-file AT END
                   MOVE 'Y' TO end-of-file
               NOT AT END
                   MOVE win-work-line TO table-win-record
                   WRITE table-win-record
               END-READ
           END-PERFORM
           CLOSE win-work-file.

       PUT-COUNT-LINE.
           DISPLAY reportLine
           MOVE reportLine TO count-report-record
           WRITE count-report-record.
