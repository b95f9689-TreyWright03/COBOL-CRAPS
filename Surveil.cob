       01 report-status    PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 opsProgram       PIC X(8) VALUE "SURVEIL".
       01 end-of-file      PIC X VALUE 'N'.
       01 playerFound      PIC X VALUE 'N'.
       01 totalPlayers     PIC 9(3) VALUE 0.
       01 rateDisp         PIC ZZ9.99.
       01 cntDisp          PIC ZZZ9.
       01 reportLine       PIC X(70) VALUE SPACES.
       01 alertSource      PIC X(8) VALUE "SURVEIL".
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.
       01 balDisp1         PIC ZZZZ9.99.
       01 balDisp2         PIC ZZZZ9.99.

               10 sv-onLedger PIC X.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM READ-SURV-CONFIG.
               MOVE "No exceptions today." TO reportLine
               PERFORM PUT-SURV-LINE
           END-IF
           CLOSE surv-report-file
           MOVE 'R' TO rptMode
           MOVE "SURVRPT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.
           STOP RUN.

       READ-SURV-CONFIG.
           WRITE surv-report-record
           MOVE SPACES TO reportLine.

       PUT-SURV-EXCEPTION.
           EVALUATE reportLine(1:12)
               WHEN "LEDGER GAP  "
               WHEN "BAL DIFF    "
               WHEN "DICE SCRIPT "
               WHEN "SCRIPT PLAY "
                   MOVE "HIGH " TO alertSeverity
               WHEN OTHER
                   MOVE "WARN " TO alertSeverity
           END-EVALUATE
           MOVE reportLine(1:40) TO alertSubject
           CALL "ALERTQ" USING alertSource alertSeverity alertSubject
           PERFORM PUT-SURV-LINE.

       SWEEP-LEDGER.
           OPEN INPUT ledger-index-file
           IF ledgerix-status = "00"
                           COMPUTE sv-last(p) =
                               ledger-balance - ledger-amount
                       WHEN "WDRW"
                       WHEN "TOKE"
                           COMPUTE sv-last(p) =
                               ledger-balance + ledger-amount
                       WHEN OTHER
                       COMPUTE expectedBal =
                           sv-last(p) + ledger-amount
                   WHEN "WDRW"
                   WHEN "TOKE"
                       COMPUTE expectedBal =
                           sv-last(p) - ledger-amount
                   WHEN OTHER
                           " line win rate " rateDisp
                           " pct over a large sample"
                           DELIMITED BY SIZE INTO reportLine
                       PERFORM PUT-SURV-EXCEPTION
                   END-IF
               END-IF
               IF sv-breaks(p) > 0
                   STRING "LEDGER GAP  " sv-name(p) " " cntDisp
                       " balance moves with no supporting row"
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-SURV-EXCEPTION
               END-IF
               IF sv-on-acct(p) = 'Y'
               AND sv-onLedger(p) = 'Y'
                       " ledger " balDisp1
                       " vs account " balDisp2
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-SURV-EXCEPTION
               END-IF
               IF sv-rebuys(p) >= 5
                   ADD 1 TO exceptionCount
                   STRING "REBUY VELOC " sv-name(p) " " cntDisp
                       " rebuys in the sweep window"
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-SURV-EXCEPTION
               END-IF
               IF sv-escal(p) >= 3
                   ADD 1 TO exceptionCount
                   STRING "MARTINGALE  " sv-name(p) " " cntDisp
                       " bet doublings after losses"
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-SURV-EXCEPTION
               END-IF
               IF sv-depMax(p) >= 4
                   ADD 1 TO exceptionCount
                   STRING "DEPOSIT VEL " sv-name(p) " " cntDisp
                       " cage deposits in one day"
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-SURV-EXCEPTION
               END-IF
           END-PERFORM
           IF tableOverflow = 'Y'
               STRING "TABLE FULL  over 500 players in sweep - "
                   "extras not analysed"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-SURV-EXCEPTION
           END-IF.

       CHECK-DICE-SCRIPT.
               STRING "DICE SCRIPT dicescript.dat is present - "
                   "table dice are scripted"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-SURV-EXCEPTION
               CLOSE dice-script-file
           END-IF
           PERFORM SCAN-OPS-LOG.
               STRING "SCRIPT PLAY " cntDisp
                   " sessions began with scripted dice"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-SURV-EXCEPTION
           END-IF.
