       01 amtDisp          PIC ZZZZ9.99.
       01 balDisp          PIC ZZZZ9.99.
       01 opsProgram       PIC X(8) VALUE "DISPUTE".
       01 seatMode         PIC X VALUE 'Q'.
       01 seatTable        PIC 9 VALUE 0.
       01 seatResult       PIC XX VALUE SPACES.
       01 seatCount        PIC 9(4) VALUE 0.
       01 playerSeated     PIC X VALUE 'N'.
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 dispute-work-table.
           05 dispute-work-entry OCCURS 100 TIMES.
               10 dw-super  PIC XXX.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM LOAD-SUPERVISOR-CODE.
               PERFORM SNAPSHOT-ONE-ARCHIVE
           END-PERFORM
           PERFORM SNAPSHOT-LIVE-LEDGER
           CLOSE case-file
           MOVE 'R' TO rptMode
           MOVE "CASERPT" TO rptType
           MOVE caseName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       PUT-CASE-LINE.
           MOVE traceLine TO case-record
                       "(0=none): " WITH NO ADVANCING
                   ACCEPT workAdj
                   PERFORM GET-SUPERVISOR-APPROVAL
                   MOVE 'N' TO playerSeated
                   IF approvedFlag = 'Y' AND workAdj > 0
                       MOVE dw-name(c) TO workName
                       PERFORM CHECK-PLAYER-SEATED
                   END-IF
                   IF approvedFlag = 'Y' AND playerSeated = 'N'
                       IF workAdj > 0
                           MOVE dw-name(c) TO workName
                           MOVE dw-game(c) TO workGame
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
                   ELSE
                       IF playerSeated = 'Y'
                           IF seatResult = "ER"
                               DISPLAY "Case unchanged - resolve it "
                                   "once the seat registry is back."
                           ELSE
                               DISPLAY "Case unchanged - resolve it "
                                   "once the player has left the table."
                           END-IF
                       ELSE
                           DISPLAY "Not approved - case unchanged."
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-PERFORM.

       CHECK-PLAYER-SEATED.
           MOVE 'N' TO playerSeated
           MOVE 'Q' TO seatMode
           MOVE 0 TO seatTable
           CALL "SEATREG" USING seatMode workName seatTable
               opsProgram seatResult seatCount
           IF seatResult = "SE"
               MOVE 'Y' TO playerSeated
               DISPLAY "Player " workName " is seated at table "
                   seatTable " - no account changes until they "
                   "leave the table."
               MOVE "SEATED" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING workName " blocked table " seatTable
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           IF seatResult = "ER"
               MOVE 'Y' TO playerSeated
               DISPLAY "Seat registry unavailable - no account changes "
                   "until it is back."
               MOVE "SEAT ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING workName " registry unavailable"
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       POST-ADJUSTMENT.
           MOVE 0 TO lockRetries
           OPEN I-O account-file
               MOVE "ADD "    TO lix-outcome
               MOVE acct-bal  TO lix-balance
               MOVE 0         TO lix-table
               MOVE 0         TO lix-roll
               MOVE workAdj   TO lix-stake
               PERFORM COMPUTE-SHIFT
               MOVE shiftCode TO lix-shift
               COMPUTE lix-time = shiftTime / 100
               ADD 1 TO ledgerSeq
               MOVE ledgerSeq TO lix-seq
               MOVE 0 TO ledgerWriteTries
           STRING "ledgerix adj status " ledgerix-status
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           PERFORM CHECK-PLAYER-SEATED
           IF playerSeated = 'Y' AND seatResult = "SE"
               DISPLAY "The table will save " workName
                   "'s session balance, which excludes the "
                   "adjustment."
           ELSE
               MOVE 0 TO lockRetries
               OPEN I-O account-file
               PERFORM UNTIL (account-status NOT = "93"
                   AND account-status NOT = "94")
                   OR lockRetries > 9
                   ADD 1 TO lockRetries
                   CALL "C$SLEEP" USING 1
                   OPEN I-O account-file
               END-PERFORM
               IF account-status = "00"
                   MOVE workName TO acct-name
                   READ account-file KEY IS acct-name
                       NOT INVALID KEY
                           SUBTRACT workAdj FROM acct-bal
                           REWRITE account-record
                   END-READ
                   CLOSE account-file
               END-IF
           END-IF
           MOVE 0 TO workAdj.
