       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAGEACCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-name
               FILE STATUS IS account-status.
           SELECT drawer-file ASSIGN TO "drawer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS drawer-status.
           SELECT marker-file ASSIGN TO "markers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS marker-status.
           SELECT cash-journal-file ASSIGN TO "cashjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cashjrnl-status.
           SELECT tray-file ASSIGN TO "tray.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tray-status.
           SELECT fill-slip-file ASSIGN TO "fillslip.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS fillslip-status.
           SELECT table-win-file ASSIGN TO "tablewin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tablewin-status.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT ledger-file ASSIGN TO DYNAMIC ledgerName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT cage-config-file ASSIGN TO "cagecfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cagecfg-status.
           SELECT cage-acct-file ASSIGN TO "cageacct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cageacct-status.
           SELECT cage-work-file ASSIGN TO "cageacct.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS work-status.
           SELECT cage-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD account-file.
       COPY "acctrec.cpy".

       FD drawer-file.
       01 drawer-record.
           02 drw-date        PIC 9(8).
           02 FILLER          PIC X.
           02 drw-open-hund   PIC 9(4).
           02 FILLER          PIC X.
           02 drw-open-twen   PIC 9(4).
           02 FILLER          PIC X.
           02 drw-open-five   PIC 9(4).
           02 FILLER          PIC X.
           02 drw-open-one    PIC 9(4).
           02 FILLER          PIC X.
           02 drw-open-coin   PIC 9(3)V99.
           02 FILLER          PIC X.
           02 drw-open-total  PIC 9(7)V99.
           02 FILLER          PIC X.
           02 drw-close-hund  PIC 9(4).
           02 FILLER          PIC X.
           02 drw-close-twen  PIC 9(4).
           02 FILLER          PIC X.
           02 drw-close-five  PIC 9(4).
           02 FILLER          PIC X.
           02 drw-close-one   PIC 9(4).
           02 FILLER          PIC X.
           02 drw-close-coin  PIC 9(3)V99.
           02 FILLER          PIC X.
           02 drw-close-total PIC 9(7)V99.
           02 FILLER          PIC X.
           02 drw-close-done  PIC X.
           02 FILLER          PIC X.
           02 drw-expected    PIC 9(7)V99.

       FD marker-file.
       01 marker-record.
           02 mk-date        PIC 9(8).
           02 FILLER         PIC X.
           02 mk-name        PIC XXX.
           02 FILLER         PIC X.
           02 mk-amount      PIC 9(5)V99.
           02 FILLER         PIC X.
           02 mk-outstanding PIC 9(5)V99.

       FD cash-journal-file.
       COPY "cashjrnl.cpy".

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

       FD table-win-file.
       COPY "tablewin.cpy".

       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD ledger-file.
       COPY "ledgerrec.cpy".

       FD cage-config-file.
       01 cage-config-record.
           02 ccf-chip-float   PIC 9(9)V99.
           02 FILLER           PIC X.
           02 ccf-cage-chips   PIC 9(9)V99.

       FD cage-acct-file.
       COPY "cageacct.cpy".

       FD cage-work-file.
       01 cage-work-line   PIC X(150).

       FD cage-report-file.
       01 cage-report-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 account-status   PIC 99.
       01 drawer-status    PIC 99.
       01 marker-status    PIC 99.
       01 cashjrnl-status  PIC 99.
       01 tray-status      PIC 99.
       01 fillslip-status  PIC 99.
       01 tablewin-status  PIC 99.
       01 ledgerix-status  PIC 99.
       01 ledger-status    PIC 99.
       01 cagecfg-status   PIC 99.
       01 cageacct-status  PIC 99.
       01 work-status      PIC 99.
       01 report-status    PIC 99.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 stmtDate         PIC 9(8) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 t                PIC 9 VALUE 0.
       01 chipFloat        PIC 9(9)V99 VALUE 0.
       01 openingCageChips PIC 9(9)V99 VALUE 0.
       01 priorFound       PIC X VALUE 'N'.
       01 priorDate        PIC 9(8) VALUE 0.
       01 priorAccount     PIC S9(9)V99 VALUE 0.
       01 priorCageChips   PIC S9(9)V99 VALUE 0.
       01 currencySource   PIC X(16) VALUE SPACES.
       01 currencyTotal    PIC 9(9)V99 VALUE 0.
       01 drawerFound      PIC X VALUE 'N'.
       01 drawerClosed     PIC X VALUE 'N'.
       01 drawerOpenTotal  PIC 9(7)V99 VALUE 0.
       01 drawerCloseTotal PIC 9(7)V99 VALUE 0.
       01 jrnlCashIn       PIC 9(9)V99 VALUE 0.
       01 jrnlCashOut      PIC 9(9)V99 VALUE 0.
       01 compRedeemed     PIC 9(9)V99 VALUE 0.
       01 tourneyBuyIns    PIC 9(9)V99 VALUE 0.
       01 tourneyPrizes    PIC 9(9)V99 VALUE 0.
       01 escheated        PIC 9(9)V99 VALUE 0.
       01 writtenOff       PIC 9(9)V99 VALUE 0.
       01 dealerTokes      PIC 9(9)V99 VALUE 0.
       01 cageChips        PIC S9(9)V99 VALUE 0.
       01 trayChips        PIC 9(9)V99 VALUE 0.
       01 chipsOnHand      PIC S9(9)V99 VALUE 0.
       01 totalFills       PIC 9(9)V99 VALUE 0.
       01 totalCredits     PIC 9(9)V99 VALUE 0.
       01 markersOut       PIC 9(9)V99 VALUE 0.
       01 frontMoney       PIC 9(9)V99 VALUE 0.
       01 totalAssets      PIC S9(9)V99 VALUE 0.
       01 totalLiabilities PIC 9(9)V99 VALUE 0.
       01 accountability   PIC S9(9)V99 VALUE 0.
       01 expectedAccount  PIC S9(9)V99 VALUE 0.
       01 imbalance        PIC S9(9)V99 VALUE 0.
       01 tableWin         PIC S9(9)V99 VALUE 0.
       01 winSource        PIC X(16) VALUE SPACES.
       01 officialTables   PIC 9 VALUE 0.
       01 liveRows         PIC 9(6) VALUE 0.
       01 rowTable         PIC 99 VALUE 0.
       01 rowMode          PIC X VALUE SPACE.
       01 rowOutcome       PIC X(4) VALUE SPACES.
       01 rowAmount        PIC 9(5)V99 VALUE 0.
       01 reportLine       PIC X(80) VALUE SPACES.
       01 lineLabel        PIC X(40) VALUE SPACES.
       01 lineAmount       PIC S9(9)V99 VALUE 0.
       01 amtDisp          PIC -ZZZ,ZZZ,ZZ9.99.
       01 opsProgram       PIC X(8) VALUE "CAGEACCT".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 tray-grid.
           05 tray-grid-entry OCCURS 9 TIMES.
               10 tg-open        PIC 9(7)V99.
               10 tg-open-found  PIC X.
               10 tg-close       PIC 9(7)V99.
               10 tg-close-found PIC X.
               10 tg-fills       PIC 9(7)V99.
               10 tg-credits     PIC 9(7)V99.
               10 tg-net         PIC S9(8)V99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           DISPLAY "Statement date (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
           ACCEPT stmtDate
           IF stmtDate = 0
               MOVE todayDate TO stmtDate
           END-IF
           PERFORM LOAD-CAGE-CONFIG.
           PERFORM LOAD-PRIOR-STATEMENT.
           PERFORM COUNT-CURRENCY.
           PERFORM SUM-CASH-JOURNAL.
           PERFORM LOAD-TRAY-GRID.
           PERFORM LOAD-LEDGER-NET.
           PERFORM COUNT-CHIPS-ON-HAND.
           PERFORM SUM-TABLE-WIN.
           PERFORM SUM-MARKERS.
           PERFORM SUM-FRONT-MONEY.
           COMPUTE totalAssets = currencyTotal + chipsOnHand
               + markersOut
           COMPUTE totalLiabilities = frontMoney + chipFloat
           COMPUTE accountability = totalAssets - totalLiabilities
           IF priorFound = 'Y'
               COMPUTE expectedAccount = priorAccount + tableWin
                   + tourneyBuyIns + escheated
                   - tourneyPrizes - compRedeemed - writtenOff
                   - dealerTokes
           ELSE
               MOVE accountability TO expectedAccount
           END-IF
           COMPUTE imbalance = accountability - expectedAccount
           PERFORM WRITE-CAGE-STATEMENT.
           PERFORM SAVE-CAGE-ACCOUNTABILITY.
           IF imbalance NOT = 0
               MOVE imbalance TO amtDisp
               MOVE "CAGE IMBAL" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING stmtDate " " amtDisp
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           MOVE "CAGE ACCT" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "statement " stmtDate
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           STOP RUN.

       LOAD-CAGE-CONFIG.
           OPEN INPUT cage-config-file
           IF cagecfg-status = "00"
               READ cage-config-file
                   NOT AT END
                       IF ccf-chip-float IS NUMERIC
                           MOVE ccf-chip-float TO chipFloat
                       END-IF
                       IF ccf-cage-chips IS NUMERIC
                           MOVE ccf-cage-chips TO openingCageChips
                       END-IF
               END-READ
               CLOSE cage-config-file
           END-IF.

       LOAD-PRIOR-STATEMENT.
           MOVE 'N' TO priorFound
           MOVE 0 TO priorDate
           OPEN INPUT cage-acct-file
           IF cageacct-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cage-acct-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF ca-date < stmtDate AND ca-date > priorDate
                           MOVE 'Y'               TO priorFound
                           MOVE ca-date           TO priorDate
                           MOVE ca-accountability TO priorAccount
                           MOVE ca-cage-chips     TO priorCageChips
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cage-acct-file
           END-IF
           IF priorFound = 'N'
               MOVE openingCageChips TO priorCageChips
           END-IF.

       COUNT-CURRENCY.
           MOVE 0 TO currencyTotal
           MOVE "NO DRAWER COUNT" TO currencySource
           MOVE 'N' TO drawerFound
           OPEN INPUT drawer-file
           IF drawer-status = "00"
               READ drawer-file
                   NOT AT END
                       IF drw-date = stmtDate
                           MOVE 'Y' TO drawerFound
                           MOVE drw-open-total  TO drawerOpenTotal
                           MOVE drw-close-total TO drawerCloseTotal
                           MOVE drw-close-done  TO drawerClosed
                       END-IF
               END-READ
               CLOSE drawer-file
           END-IF.

       SUM-CASH-JOURNAL.
           MOVE 0 TO jrnlCashIn
           MOVE 0 TO jrnlCashOut
           MOVE 0 TO compRedeemed
           MOVE 0 TO tourneyBuyIns
           MOVE 0 TO tourneyPrizes
           MOVE 0 TO escheated
           MOVE 0 TO writtenOff
           OPEN INPUT cash-journal-file
           IF cashjrnl-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cash-journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cj-date = stmtDate
                           PERFORM POST-CASH-JOURNAL-ROW
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cash-journal-file
           END-IF
           IF drawerFound = 'Y'
               IF drawerClosed = 'Y'
                   MOVE drawerCloseTotal TO currencyTotal
                   MOVE "DRAWER CLOSE" TO currencySource
               ELSE
                   COMPUTE currencyTotal = drawerOpenTotal
                       + jrnlCashIn - jrnlCashOut
                   MOVE "JOURNAL IMPLIED" TO currencySource
               END-IF
           END-IF.

       POST-CASH-JOURNAL-ROW.
           EVALUATE cj-type
               WHEN "WITHDRAW"
                   ADD cj-amount TO jrnlCashOut
               WHEN "TPRIZE"
                   ADD cj-amount TO jrnlCashOut
                   ADD cj-amount TO tourneyPrizes
               WHEN "COMPRDM"
                   ADD cj-amount TO jrnlCashOut
                   ADD cj-amount TO compRedeemed
               WHEN "TBUYIN"
                   ADD cj-amount TO jrnlCashIn
                   ADD cj-amount TO tourneyBuyIns
               WHEN "ESCHEAT"
                   ADD cj-amount TO escheated
               WHEN "MARKWOFF"
                   ADD cj-amount TO writtenOff
               WHEN "MARKER"
               WHEN "MARKPAY"
                   CONTINUE
               WHEN OTHER
                   ADD cj-amount TO jrnlCashIn
           END-EVALUATE.

       LOAD-TRAY-GRID.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               MOVE 0   TO tg-open(t)
               MOVE 'N' TO tg-open-found(t)
               MOVE 0   TO tg-close(t)
               MOVE 'N' TO tg-close-found(t)
               MOVE 0   TO tg-fills(t)
               MOVE 0   TO tg-credits(t)
               MOVE 0   TO tg-net(t)
           END-PERFORM
           OPEN INPUT fill-slip-file
           IF fillslip-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ fill-slip-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF fs-date = stmtDate
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
                       IF try-date = stmtDate
                       AND try-table >= 1 AND try-table <= 9
                           MOVE try-table TO t
                           IF tg-open-found(t) = 'N'
                               MOVE try-open    TO tg-open(t)
                               MOVE try-fills   TO tg-fills(t)
                               MOVE try-credits TO tg-credits(t)
                               MOVE 'Y'         TO tg-open-found(t)
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
                   MOVE fs-amount TO tg-open(t)
                   MOVE 'Y'       TO tg-open-found(t)
                   MOVE 0         TO tg-fills(t)
                   MOVE 0         TO tg-credits(t)
               WHEN "CLOSE "
                   MOVE fs-amount TO tg-close(t)
                   MOVE 'Y'       TO tg-close-found(t)
               WHEN "FILL  "
                   ADD fs-amount TO tg-fills(t)
               WHEN "CREDIT"
                   ADD fs-amount TO tg-credits(t)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-LEDGER-NET.
           MOVE 0 TO liveRows
           MOVE 0 TO dealerTokes
           OPEN INPUT ledger-index-file
           IF ledgerix-status = "00"
               MOVE stmtDate TO lix-date
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
                               IF lix-date NOT = stmtDate
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
           IF liveRows = 0
               PERFORM LOAD-ARCHIVE-NET
           END-IF.

       LOAD-ARCHIVE-NET.
           MOVE SPACES TO ledgerName
           STRING "ledger-" stmtDate ".dat"
               DELIMITED BY SIZE INTO ledgerName
           OPEN INPUT ledger-file
           IF ledger-status = "00"
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
           IF rowMode NOT = 'T' AND rowOutcome = "TOKE"
               ADD rowAmount TO dealerTokes
           END-IF
           IF rowTable >= 1 AND rowTable <= 9 AND rowMode NOT = 'T'
               MOVE rowTable TO t
               EVALUATE rowOutcome
                   WHEN "BET "
                       ADD rowAmount TO tg-net(t)
                   WHEN "RTRN"
                   WHEN "VOID"
                   WHEN "WIN "
                       SUBTRACT rowAmount FROM tg-net(t)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       COUNT-CHIPS-ON-HAND.
           MOVE 0 TO trayChips
           MOVE 0 TO totalFills
           MOVE 0 TO totalCredits
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               ADD tg-fills(t) TO totalFills
               ADD tg-credits(t) TO totalCredits
               IF tg-close-found(t) = 'Y'
                   ADD tg-close(t) TO trayChips
               ELSE
                   IF tg-open-found(t) = 'Y'
                       COMPUTE trayChips = trayChips + tg-open(t)
                           + tg-fills(t) - tg-credits(t) + tg-net(t)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE cageChips = priorCageChips - totalFills
               + totalCredits
           COMPUTE chipsOnHand = cageChips + trayChips.

       SUM-TABLE-WIN.
           MOVE 0 TO tableWin
           MOVE 0 TO officialTables
           OPEN INPUT table-win-file
           IF tablewin-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ table-win-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF tw-date = stmtDate
                       AND (tw-status = "OK" OR tw-status = "VARIANCE")
                           ADD tw-win TO tableWin
                           ADD 1 TO officialTables
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE table-win-file
           END-IF
           IF officialTables > 0
               MOVE "SOFT COUNT" TO winSource
           ELSE
               MOVE "LEDGER NET" TO winSource
               PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
                   ADD tg-net(t) TO tableWin
               END-PERFORM
           END-IF.

       SUM-MARKERS.
           MOVE 0 TO markersOut
           OPEN INPUT marker-file
           IF marker-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ marker-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF mk-date <= stmtDate
                           ADD mk-outstanding TO markersOut
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE marker-file
           END-IF.

       SUM-FRONT-MONEY.
           MOVE 0 TO frontMoney
           OPEN INPUT account-file
           IF account-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ account-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF acct-name NOT = "HSE"
                           ADD acct-bal TO frontMoney
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE account-file
           END-IF.

       WRITE-CAGE-STATEMENT.
           MOVE SPACES TO reportName
           STRING "cageacct-" stmtDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT cage-report-file
           MOVE SPACES TO reportLine
           STRING "===== DAILY CAGE ACCOUNTABILITY " stmtDate
               " =====" DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CAGE-LINE
           MOVE "ASSETS" TO reportLine
           PERFORM PUT-CAGE-LINE
           MOVE SPACES TO lineLabel
           STRING "  Currency (" currencySource ")"
               DELIMITED BY SIZE INTO lineLabel
           MOVE currencyTotal TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Chips in cage bank" TO lineLabel
           MOVE cageChips TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Chips in table trays" TO lineLabel
           MOVE trayChips TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Markers receivable" TO lineLabel
           MOVE markersOut TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Total assets" TO lineLabel
           MOVE totalAssets TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "LIABILITIES" TO reportLine
           PERFORM PUT-CAGE-LINE
           MOVE "  Player front money" TO lineLabel
           MOVE frontMoney TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Chips outstanding (float issued)" TO lineLabel
           MOVE chipFloat TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Total liabilities" TO lineLabel
           MOVE totalLiabilities TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "Closing accountability" TO lineLabel
           MOVE accountability TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "ROLL FORWARD" TO reportLine
           PERFORM PUT-CAGE-LINE
           IF priorFound = 'Y'
               MOVE SPACES TO lineLabel
               STRING "  Prior closing " priorDate
                   DELIMITED BY SIZE INTO lineLabel
               MOVE priorAccount TO lineAmount
               PERFORM PUT-AMOUNT-LINE
           ELSE
               MOVE "  No prior statement - opening balance"
                   TO reportLine
               PERFORM PUT-CAGE-LINE
           END-IF
           MOVE SPACES TO lineLabel
           STRING "  + Table win (" winSource ")"
               DELIMITED BY SIZE INTO lineLabel
           MOVE tableWin TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  + Tournament buy-ins" TO lineLabel
           MOVE tourneyBuyIns TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  + Escheated balances" TO lineLabel
           MOVE escheated TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  - Tournament prizes" TO lineLabel
           MOVE tourneyPrizes TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  - Comp redemptions" TO lineLabel
           MOVE compRedeemed TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  - Markers written off" TO lineLabel
           MOVE writtenOff TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  - Dealer tokes" TO lineLabel
           MOVE dealerTokes TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Expected accountability" TO lineLabel
           MOVE expectedAccount TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "IMBALANCE" TO lineLabel
           MOVE imbalance TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "MEMO" TO reportLine
           PERFORM PUT-CAGE-LINE
           MOVE "  Cash in per journal" TO lineLabel
           MOVE jrnlCashIn TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Cash out per journal" TO lineLabel
           MOVE jrnlCashOut TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Fills to tables" TO lineLabel
           MOVE totalFills TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           MOVE "  Credits from tables" TO lineLabel
           MOVE totalCredits TO lineAmount
           PERFORM PUT-AMOUNT-LINE
           CLOSE cage-report-file
           MOVE 'R' TO rptMode
           MOVE "CAGEACCT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile stmtDate
               opsProgram rptRecords.

       SAVE-CAGE-ACCOUNTABILITY.
           OPEN OUTPUT cage-work-file
           OPEN INPUT cage-acct-file
           IF cageacct-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cage-acct-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF ca-date NOT = stmtDate
                           MOVE cage-acct-record TO cage-work-line
                           WRITE cage-work-line
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cage-acct-file
           END-IF
           CLOSE cage-work-file
           OPEN INPUT cage-work-file
           OPEN OUTPUT cage-acct-file
           MOVE 'N' TO end-of-file
           PERFORM UNTIL end-of-file = 'Y'
               READ cage-work-file AT END
                   MOVE 'Y' TO end-of-file
               NOT AT END
                   MOVE cage-work-line TO cage-acct-record
                   WRITE cage-acct-record
               END-READ
           END-PERFORM
           CLOSE cage-work-file
           MOVE SPACES           TO cage-acct-record
           MOVE stmtDate         TO ca-date
           MOVE currencyTotal    TO ca-currency
           MOVE cageChips        TO ca-cage-chips
           MOVE trayChips        TO ca-tray-chips
           MOVE markersOut       TO ca-markers
           MOVE frontMoney       TO ca-front-money
           MOVE chipFloat        TO ca-chip-float
           MOVE accountability   TO ca-accountability
           MOVE expectedAccount  TO ca-expected
           MOVE imbalance        TO ca-imbalance
           WRITE cage-acct-record
           CLOSE cage-acct-file.

       PUT-AMOUNT-LINE.
           MOVE lineAmount TO amtDisp
           MOVE SPACES TO reportLine
           STRING lineLabel amtDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CAGE-LINE.

       PUT-CAGE-LINE.
           DISPLAY reportLine
           MOVE reportLine TO cage-report-record
           WRITE cage-report-record.
