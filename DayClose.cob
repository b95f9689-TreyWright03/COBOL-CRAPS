               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-name
               FILE STATUS IS account-status.
           SELECT alert-file ASSIGN TO "alert.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alt-id
               FILE STATUS IS alert-status.

       DATA DIVISION.
       FILE SECTION.
       COPY "ledgerix.cpy".

       FD archive-file.
       01 archive-record PIC X(86).

       FD close-report-file.
       01 close-report-record PIC X(60).
           02 tbs-tier    PIC 9.
           02 FILLER      PIC X.
           02 tbs-date    PIC 9(8).
           02 FILLER      PIC X.
           02 tbs-variant PIC X.

       FD ops-log-file.
       COPY "opslog.cpy".
       FD account-file.
       COPY "acctrec.cpy".

       FD alert-file.
       COPY "alert.cpy".

       WORKING-STORAGE SECTION.

       01 ledgerix-status  PIC 99.
       01 config-status    PIC 99.
       01 high-status      PIC 99.
       01 account-status   PIC 99.
       01 alert-status     PIC 99.

       COPY "ledgerrec.cpy".

       01 amtDisp          PIC -ZZZZZZZ9.99.
       01 cntDisp          PIC ZZZZZ9.
       01 balDisp          PIC ZZZZ9.99.
       01 escCount         PIC 9(4) VALUE 0.
       01 escListed        PIC 9(4) VALUE 0.
       01 altStatusText    PIC X(6) VALUE SPACES.
       01 sealMode         PIC X VALUE SPACE.
       01 sealFile         PIC X(30) VALUE SPACES.
       01 sealBreak        PIC 9(9) VALUE 0.
       01 sealResult       PIC XX VALUE SPACES.
       01 sealMessage      PIC X(60) VALUE SPACES.
       01 j                PIC 9 VALUE 0.
       01 seal-result-table.
           05 seal-result-entry OCCURS 5 TIMES.
               10 sr-file      PIC X(30).
               10 sr-verify    PIC XX.
               10 sr-vmsg      PIC X(60).
               10 sr-result    PIC XX.
               10 sr-msg       PIC X(60).
       01 tablestat-status PIC 99.
       01 t                PIC 9 VALUE 0.
       01 tblNet           PIC S9(8)V99 VALUE 0.
       01 opsProgram       PIC X(8) VALUE "DAYCLOSE".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               MOVE 0 TO tbl-handle(t)
               MOVE 0 TO tbl-paid(t)
               DELIMITED BY SIZE INTO reportName.
           PERFORM SWEEP-LEDGER.
           PERFORM COUNT-SESSIONS.
           CALL "ALERTESC" USING escCount.
           PERFORM SEAL-JOURNALS.
           PERFORM WRITE-CLOSE-REPORT.
           PERFORM RESET-LEDGER.
           PERFORM ROTATE-OPS-LOG.
           MOVE lix-table     TO ledger-table
           MOVE lix-game      TO ledger-game
           MOVE lix-mode      TO ledger-mode
           MOVE lix-shift     TO ledger-shift
           MOVE lix-roll      TO ledger-roll
           MOVE lix-stake     TO ledger-stake
           MOVE lix-dealer    TO ledger-dealer
           MOVE lix-promo     TO ledger-promo
           MOVE lix-variant   TO ledger-variant
           MOVE lix-time      TO ledger-time.

       COUNT-SESSIONS.
           OPEN INPUT highscore-file
           MOVE "Ending account balances:" TO reportLine
           PERFORM PUT-REPORT-LINE
           PERFORM LIST-ACCOUNT-BALANCES
           MOVE SPACES TO reportLine
           MOVE "Escalated alerts not closed:" TO reportLine
           PERFORM PUT-REPORT-LINE
           PERFORM LIST-ESCALATED-ALERTS
           MOVE SPACES TO reportLine
           MOVE "Journal seals:" TO reportLine
           PERFORM PUT-REPORT-LINE
           PERFORM LIST-SEAL-RESULTS
           CLOSE close-report-file
           MOVE 'R' TO rptMode
           MOVE "CLOSERPT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       PUT-REPORT-LINE.
           DISPLAY reportLine
               PERFORM PUT-REPORT-LINE
           END-IF.

       LIST-ESCALATED-ALERTS.
           MOVE 0 TO escListed
           OPEN INPUT alert-file
           IF alert-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ alert-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF alt-escalated = 'Y'
                           AND alt-status NOT = 'C'
                               ADD 1 TO escListed
                               IF alt-status = 'A'
                                   MOVE "ACKED " TO altStatusText
                               ELSE
                                   MOVE "OPEN  " TO altStatusText
                               END-IF
                               MOVE SPACES TO reportLine
                               STRING "  " alt-id " " alt-source " "
                                   altStatusText " " alt-date
                                   DELIMITED BY SIZE INTO reportLine
                               PERFORM PUT-REPORT-LINE
                               MOVE SPACES TO reportLine
                               STRING "    " alt-severity " "
                                   alt-subject
                                   DELIMITED BY SIZE INTO reportLine
                               PERFORM PUT-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alert-file
           END-IF
           IF escListed = 0
               MOVE "  (none)" TO reportLine
               PERFORM PUT-REPORT-LINE
           ELSE
               MOVE escCount TO cntDisp
               MOVE SPACES TO reportLine
               STRING "  escalated at this close: " cntDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-REPORT-LINE
           END-IF.

       SEAL-JOURNALS.
           MOVE "rolljrnl.dat" TO sr-file(1)
           MOVE "cashjrnl.dat" TO sr-file(2)
           MOVE "compjrnl.dat" TO sr-file(3)
           MOVE "slips.dat"    TO sr-file(4)
           MOVE archiveName    TO sr-file(5)
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 5
               MOVE sr-file(j) TO sealFile
               MOVE 'V' TO sealMode
               CALL "SEALER" USING sealMode sealFile todayDate
                   opsProgram sealBreak sealResult sealMessage
               MOVE sealResult  TO sr-verify(j)
               MOVE sealMessage TO sr-vmsg(j)
               MOVE 'S' TO sealMode
               CALL "SEALER" USING sealMode sealFile todayDate
                   opsProgram sealBreak sealResult sealMessage
               MOVE sealResult  TO sr-result(j)
               MOVE sealMessage TO sr-msg(j)
           END-PERFORM.

       LIST-SEAL-RESULTS.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 5
               MOVE SPACES TO reportLine
               EVALUATE sr-verify(j)
                   WHEN "BR"
                   WHEN "SB"
                       STRING "  " sr-file(j) " *** CHAIN BROKEN"
                           DELIMITED BY SIZE INTO reportLine
                   WHEN OTHER
                       STRING "  " sr-file(j) " verified"
                           DELIMITED BY SIZE INTO reportLine
               END-EVALUATE
               PERFORM PUT-REPORT-LINE
               MOVE sr-vmsg(j) TO reportLine
               PERFORM PUT-REPORT-LINE
               MOVE sr-msg(j) TO reportLine
               PERFORM PUT-REPORT-LINE
           END-PERFORM.

       RESET-LEDGER.
           OPEN OUTPUT ledger-index-file
           CLOSE ledger-index-file.
                   DELIMITED BY SIZE INTO purgeName
               CALL "CBL_DELETE_FILE" USING purgeName
                   RETURNING deleteStatus
               IF deleteStatus = 0
                   MOVE purgeName TO sealFile
                   MOVE 'P' TO sealMode
                   CALL "SEALER" USING sealMode sealFile todayDate
                       opsProgram sealBreak sealResult sealMessage
               END-IF
               MOVE SPACES TO purgeName
               STRING "closerpt-" purgeDate ".dat"
                   DELIMITED BY SIZE INTO purgeName
               CALL "CBL_DELETE_FILE" USING purgeName
                   RETURNING deleteStatus
               IF deleteStatus = 0
                   MOVE 'D' TO rptMode
                   MOVE "CLOSERPT" TO rptType
                   MOVE purgeName TO rptFile
                   CALL "RPTCAT" USING rptMode rptType rptFile todayDate
                       opsProgram rptRecords
               END-IF
               MOVE SPACES TO purgeName
               STRING "opslog-" purgeDate ".dat"
                   DELIMITED BY SIZE INTO purgeName
               CALL "CBL_DELETE_FILE" USING purgeName
                   RETURNING deleteStatus
           END-PERFORM
           MOVE 'P' TO rptMode
           MOVE SPACES TO rptType
           MOVE SPACES TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.
