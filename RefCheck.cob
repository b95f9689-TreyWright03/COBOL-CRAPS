       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-name
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS account-status.
           SELECT ledger-index-file ASSIGN TO "ledgerix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lix-key
               FILE STATUS IS ledgerix-status.
           SELECT ledger-file ASSIGN TO DYNAMIC ledgerName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT roll-journal-file ASSIGN TO "rolljrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS rolljrnl-status.
           SELECT highscore-file ASSIGN TO "highscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS high-key
               ALTERNATE RECORD KEY IS high-name WITH DUPLICATES
               FILE STATUS IS high-status.
           SELECT journal-file ASSIGN TO DYNAMIC journalName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS journal-status.
           SELECT dispute-file ASSIGN TO "disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dispute-status.
           SELECT table-status-file ASSIGN TO "tablestat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tablestat-status.
           SELECT tray-file ASSIGN TO "tray.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS tray-status.
           SELECT fill-slip-file ASSIGN TO "fillslip.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS fillslip-status.
           SELECT game-work-file ASSIGN TO "refgame.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gw-game
               FILE STATUS IS gamework-status.
           SELECT ref-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD account-file.
       COPY "acctrec.cpy".

       FD ledger-index-file.
       COPY "ledgerix.cpy".

       FD ledger-file.
       COPY "ledgerrec.cpy".

       FD roll-journal-file.
       COPY "rolljrnl.cpy".

       FD highscore-file.
       01 highscore-file-in.
           02 high-key.
               03 high-name    PIC XXX.
               03 high-seq     PIC 9(5).
           02 high-score       PIC 9(5).
           02 high-date        PIC 9(8).
           02 high-rolls       PIC 99.
           02 high-bet-mix     PIC X(7).

       FD journal-file.
       01 journal-line         PIC X(150).

       FD dispute-file.
       01 dispute-record.
           02 dsp-case   PIC 9(5).
           02 FILLER     PIC X.
           02 dsp-date   PIC 9(8).
           02 FILLER     PIC X.
           02 dsp-game   PIC 9(6).
           02 FILLER     PIC X.
           02 dsp-name   PIC XXX.
           02 FILLER     PIC X.
           02 dsp-status PIC X(6).
           02 FILLER     PIC X.
           02 dsp-claim  PIC X(40).
           02 FILLER     PIC X.
           02 dsp-adj    PIC 9(5)V99.
           02 FILLER     PIC X.
           02 dsp-super  PIC XXX.

       FD table-status-file.
       01 table-status-record.
           02 tbs-table   PIC 9.
           02 FILLER      PIC X.
           02 tbs-open    PIC X.
           02 FILLER      PIC X.
           02 tbs-tier    PIC 9.
           02 FILLER      PIC X.
           02 tbs-date    PIC 9(8).
           02 FILLER      PIC X.
           02 tbs-variant PIC X.

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

       FD game-work-file.
       01 game-work-record.
           02 gw-game      PIC 9(6).
           02 gw-date      PIC 9(8).
           02 gw-table     PIC 99.
           02 gw-player    PIC XXX.
           02 gw-rows      PIC 9(6).
           02 gw-bets      PIC 9(6).
           02 gw-settled   PIC 9(6).
           02 gw-rolls     PIC 9(6).

       FD ref-report-file.
       01 ref-report-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 account-status   PIC 99.
       01 ledgerix-status  PIC 99.
       01 ledger-status    PIC 99.
       01 rolljrnl-status  PIC 99.
       01 high-status      PIC 99.
       01 journal-status   PIC 99.
       01 dispute-status   PIC 99.
       01 tablestat-status PIC 99.
       01 tray-status      PIC 99.
       01 fillslip-status  PIC 99.
       01 gamework-status  PIC 99.
       01 report-status    PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 journalName      PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 todayInteger     PIC 9(8) VALUE 0.
       01 histInteger      PIC 9(8) VALUE 0.
       01 histDate         PIC 9(8) VALUE 0.
       01 histOffset       PIC S9(4) VALUE 0.
       01 coverFrom        PIC 9(8) VALUE 0.
       01 archiveCount     PIC 9(4) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 accountOpen      PIC X VALUE 'N'.
       01 gameWorkOpen     PIC X VALUE 'N'.
       01 playerOnFile     PIC X VALUE 'N'.
       01 gameFound        PIC X VALUE 'N'.
       01 tablesKnown      PIC X VALUE 'N'.
       01 tableOnFile      PIC X VALUE 'N'.
       01 workFileName     PIC X(30) VALUE "refgame.tmp".
       01 checkName        PIC XXX VALUE SPACES.
       01 namePos          PIC 999 VALUE 0.
       01 rowCount         PIC 9(7) VALUE 0.
       01 postGame         PIC 9(6) VALUE 0.
       01 postDate         PIC 9(8) VALUE 0.
       01 postTable        PIC 99 VALUE 0.
       01 postName         PIC XXX VALUE SPACES.
       01 postOutcome      PIC X(4) VALUE SPACES.
       01 postKind         PIC X VALUE SPACE.
       01 c                PIC 99 VALUE 0.
       01 t                PIC 99 VALUE 0.
       01 maxDetail        PIC 9(4) VALUE 50.
       01 totalBreaks      PIC 9(7) VALUE 0.
       01 rowDisp          PIC ZZZZZZ9.
       01 cntDisp          PIC ZZZZZZ9.
       01 reportLine       PIC X(80) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 alertSource      PIC X(8) VALUE "REFCHECK".
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.
       01 opsProgram       PIC X(8) VALUE "REFCHECK".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       01 table-known-table.
           05 tbl-known OCCURS 9 TIMES PIC X.

       01 check-table.
           05 check-entry OCCURS 12 TIMES.
               10 chk-label  PIC X(40).
               10 chk-breaks PIC 9(7).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM INIT-CHECK-TABLE.
           STRING "refchk-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName.
           OPEN OUTPUT ref-report-file.
           MOVE SPACES TO reportLine
           STRING "===== REFERENTIAL INTEGRITY SWEEP " todayDate
               " =====" DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-REF-LINE.
           PERFORM LOAD-TABLE-STATUS.
           PERFORM OPEN-CHECK-FILES.
           PERFORM SWEEP-LEDGER-ARCHIVES.
           PERFORM SWEEP-LEDGER-INDEX.
           PERFORM SWEEP-ROLL-JOURNAL.
           IF coverFrom = 0
               MOVE todayDate TO coverFrom
           END-IF.
           MOVE SPACES TO reportLine
           STRING "Ledger coverage from " coverFrom " ("
               archiveCount " archives plus the live ledger)"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-REF-LINE.
           PERFORM JUDGE-GAMES.
           MOVE 2 TO c
           MOVE 10 TO namePos
           MOVE "cashjrnl.dat" TO journalName
           PERFORM CHECK-JOURNAL-PLAYERS.
           MOVE 3 TO c
           MOVE "compjrnl.dat" TO journalName
           PERFORM CHECK-JOURNAL-PLAYERS.
           MOVE 4 TO c
           MOVE "markers.dat" TO journalName
           PERFORM CHECK-JOURNAL-PLAYERS.
           MOVE 5 TO c
           MOVE "slips.dat" TO journalName
           PERFORM CHECK-JOURNAL-PLAYERS.
           MOVE 6 TO c
           MOVE 23 TO namePos
           MOVE "disputes.dat" TO journalName
           PERFORM CHECK-JOURNAL-PLAYERS.
           PERFORM CHECK-HIGHSCORE-PLAYERS.
           PERFORM CHECK-DISPUTE-GAMES.
           PERFORM CHECK-FILL-SLIP-TABLES.
           PERFORM CHECK-TRAY-TABLES.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-CHECK-FILES.
           CLOSE ref-report-file
           MOVE 'R' TO rptMode
           MOVE "REFCHECK" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.
           IF totalBreaks > 0
               MOVE "REF ORPHAN" TO opsEvent
               MOVE totalBreaks TO cntDisp
               MOVE SPACES TO alertSubject
               STRING "Ref breaks" cntDisp " in " reportName
                   DELIMITED BY SIZE INTO alertSubject
               CALL "ALERTQ" USING alertSource alertSeverity
                   alertSubject
           ELSE
               MOVE "REF CLEAN" TO opsEvent
           END-IF
           MOVE SPACES TO opsDetail
           STRING "breaks " totalBreaks " from " coverFrom
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.
           STOP RUN.

       INIT-CHECK-TABLE.
           PERFORM VARYING c FROM 1 BY 1 UNTIL c > 12
               MOVE 0 TO chk-breaks(c)
           END-PERFORM
           MOVE "ledgerix.dat players not on account file"
               TO chk-label(1)
           MOVE "cashjrnl.dat players not on account file"
               TO chk-label(2)
           MOVE "compjrnl.dat players not on account file"
               TO chk-label(3)
           MOVE "markers.dat players not on account file"
               TO chk-label(4)
           MOVE "slips.dat players not on account file"
               TO chk-label(5)
           MOVE "disputes.dat players not on account file"
               TO chk-label(6)
           MOVE "highscore.dat players not on account file"
               TO chk-label(7)
           MOVE "Ledger games with no rolls"
               TO chk-label(8)
           MOVE "Rolled games with no wagers"
               TO chk-label(9)
           MOVE "Dispute cases for unknown games"
               TO chk-label(10)
           MOVE "Fill slips for unknown tables"
               TO chk-label(11)
           MOVE "Tray rows for unknown tables"
               TO chk-label(12).

       LOAD-TABLE-STATUS.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 9
               MOVE 'N' TO tbl-known(t)
           END-PERFORM
           MOVE 'N' TO tablesKnown
           OPEN INPUT table-status-file
           IF tablestat-status = "00"
               MOVE 'Y' TO tablesKnown
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ table-status-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF tbs-table >= 1 AND tbs-table <= 9
                           MOVE tbs-table TO t
                           MOVE 'Y' TO tbl-known(t)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE table-status-file
           ELSE
               MOVE "No tablestat.dat - table checks skipped."
                   TO reportLine
               PERFORM PUT-REF-LINE
           END-IF.

       OPEN-CHECK-FILES.
           MOVE 'N' TO accountOpen
           OPEN INPUT account-file
           IF account-status = "00"
               MOVE 'Y' TO accountOpen
           ELSE
               MOVE SPACES TO reportLine
               STRING "Account file not available, status "
                   account-status " - player checks skipped."
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-REF-LINE
           END-IF
           MOVE 'N' TO gameWorkOpen
           OPEN OUTPUT game-work-file
           CLOSE game-work-file
           OPEN I-O game-work-file
           IF gamework-status = "00"
               MOVE 'Y' TO gameWorkOpen
           ELSE
               MOVE SPACES TO reportLine
               STRING "Game work file not available, status "
                   gamework-status " - game checks skipped."
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-REF-LINE
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "refgame open status " gamework-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       CLOSE-CHECK-FILES.
           IF accountOpen = 'Y'
               CLOSE account-file
           END-IF
           IF gameWorkOpen = 'Y'
               CLOSE game-work-file
           END-IF
           CALL "CBL_DELETE_FILE" USING workFileName.

       SWEEP-LEDGER-ARCHIVES.
           MOVE 0 TO archiveCount
           PERFORM VARYING histOffset FROM 365 BY -1
               UNTIL histOffset < 0
               COMPUTE histInteger = todayInteger - histOffset
               COMPUTE histDate =
                   FUNCTION DATE-OF-INTEGER(histInteger)
               MOVE SPACES TO ledgerName
               STRING "ledger-" histDate ".dat"
                   DELIMITED BY SIZE INTO ledgerName
               PERFORM SWEEP-ONE-ARCHIVE
           END-PERFORM.

       SWEEP-ONE-ARCHIVE.
           OPEN INPUT ledger-file
           IF ledger-status = "00"
               ADD 1 TO archiveCount
               IF coverFrom = 0
                   MOVE histDate TO coverFrom
               END-IF
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ ledger-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF ledger-game IS NUMERIC
                       AND ledger-game > 0
                           MOVE 'L'              TO postKind
                           MOVE ledger-game      TO postGame
                           MOVE histDate         TO postDate
                           MOVE ledger-table     TO postTable
                           MOVE ledger-user-name TO postName
                           MOVE ledger-outcome   TO postOutcome
                           PERFORM POST-GAME
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ledger-file
           END-IF.

       SWEEP-LEDGER-INDEX.
           MOVE 1 TO c
           PERFORM START-CHECK
           MOVE 0 TO rowCount
           OPEN INPUT ledger-index-file
           IF ledgerix-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ ledger-index-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           ADD 1 TO rowCount
                           IF coverFrom = 0
                               MOVE lix-date TO coverFrom
                           END-IF
                           MOVE lix-user-name TO checkName
                           PERFORM CHECK-PLAYER-ON-FILE
                           IF playerOnFile = 'N'
                               MOVE SPACES TO reportLine
                               MOVE rowCount TO rowDisp
                               STRING "  ledgerix row" rowDisp
                                   " player " checkName " date "
                                   lix-date " game " lix-game " "
                                   lix-outcome
                                   DELIMITED BY SIZE INTO reportLine
                               PERFORM PUT-BREAK
                           END-IF
                           IF lix-game > 0
                               MOVE 'L'           TO postKind
                               MOVE lix-game      TO postGame
                               MOVE lix-date      TO postDate
                               MOVE lix-table     TO postTable
                               MOVE lix-user-name TO postName
                               MOVE lix-outcome   TO postOutcome
                               PERFORM POST-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ledger-index-file
           END-IF
           PERFORM END-CHECK.

       SWEEP-ROLL-JOURNAL.
           OPEN INPUT roll-journal-file
           IF rolljrnl-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ roll-journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF rj-game IS NUMERIC AND rj-game > 0
                           MOVE 'R'        TO postKind
                           MOVE rj-game    TO postGame
                           MOVE rj-date    TO postDate
                           MOVE rj-table   TO postTable
                           MOVE rj-shooter TO postName
                           MOVE SPACES     TO postOutcome
                           PERFORM POST-GAME
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE roll-journal-file
           END-IF.

       POST-GAME.
           IF gameWorkOpen = 'Y'
               MOVE postGame TO gw-game
               READ game-work-file KEY IS gw-game
                   INVALID KEY
                       MOVE 'N' TO gameFound
                       MOVE postGame  TO gw-game
                       MOVE postDate  TO gw-date
                       MOVE postTable TO gw-table
                       MOVE postName  TO gw-player
                       MOVE 0 TO gw-rows
                       MOVE 0 TO gw-bets
                       MOVE 0 TO gw-settled
                       MOVE 0 TO gw-rolls
                   NOT INVALID KEY
                       MOVE 'Y' TO gameFound
               END-READ
               IF postKind = 'R'
                   ADD 1 TO gw-rolls
               ELSE
                   ADD 1 TO gw-rows
                   EVALUATE postOutcome
                       WHEN "BET "
                           ADD 1 TO gw-bets
                       WHEN "WIN "
                       WHEN "LOSS"
                           ADD 1 TO gw-settled
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF gameFound = 'Y'
                   REWRITE game-work-record
               ELSE
                   WRITE game-work-record
               END-IF
           END-IF.

       JUDGE-GAMES.
           IF gameWorkOpen = 'Y'
               MOVE 8 TO c
               PERFORM START-CHECK
               MOVE 'N' TO end-of-file
               MOVE 0 TO gw-game
               START game-work-file KEY IS NOT LESS THAN gw-game
                   INVALID KEY
                       MOVE 'Y' TO end-of-file
               END-START
               PERFORM UNTIL end-of-file = 'Y'
                   READ game-work-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF gw-settled > 0 AND gw-rolls = 0
                               MOVE gw-rows TO rowDisp
                               MOVE SPACES TO reportLine
                               STRING "  game " gw-game " date "
                                   gw-date " table " gw-table
                                   " player " gw-player " rows"
                                   rowDisp
                                   DELIMITED BY SIZE INTO reportLine
                               PERFORM PUT-BREAK
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM END-CHECK
               MOVE 9 TO c
               PERFORM START-CHECK
               MOVE 'N' TO end-of-file
               MOVE 0 TO gw-game
               START game-work-file KEY IS NOT LESS THAN gw-game
                   INVALID KEY
                       MOVE 'Y' TO end-of-file
               END-START
               PERFORM UNTIL end-of-file = 'Y'
                   READ game-work-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF gw-rolls > 0 AND gw-bets = 0
                           AND gw-date >= coverFrom
                               MOVE gw-rolls TO rowDisp
                               MOVE SPACES TO reportLine
                               STRING "  game " gw-game " date "
                                   gw-date " table " gw-table
                                   " shooter " gw-player " rolls"
                                   rowDisp
                                   DELIMITED BY SIZE INTO reportLine
                               PERFORM PUT-BREAK
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM END-CHECK
           END-IF.

       CHECK-PLAYER-ON-FILE.
           MOVE 'Y' TO playerOnFile
           IF accountOpen = 'Y'
           AND checkName NOT = SPACES AND checkName NOT = "HSE"
               MOVE checkName TO acct-name
               READ account-file KEY IS acct-name
                   INVALID KEY
                       MOVE 'N' TO playerOnFile
               END-READ
           END-IF.

       CHECK-JOURNAL-PLAYERS.
           PERFORM START-CHECK
           MOVE 0 TO rowCount
           OPEN INPUT journal-file
           IF journal-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ journal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO rowCount
                       MOVE journal-line(namePos:3) TO checkName
                       PERFORM CHECK-PLAYER-ON-FILE
                       IF playerOnFile = 'N'
                           MOVE rowCount TO rowDisp
                           MOVE SPACES TO reportLine
                           STRING "  row" rowDisp " player "
                               checkName " : " journal-line(1:40)
                               DELIMITED BY SIZE INTO reportLine
                           PERFORM PUT-BREAK
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE journal-file
           END-IF
           PERFORM END-CHECK.

       CHECK-HIGHSCORE-PLAYERS.
           MOVE 7 TO c
           PERFORM START-CHECK
           OPEN INPUT highscore-file
           IF high-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ highscore-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           MOVE high-name TO checkName
                           PERFORM CHECK-PLAYER-ON-FILE
                           IF playerOnFile = 'N'
                               MOVE SPACES TO reportLine
                               STRING "  player " high-name " seq "
                                   high-seq " score " high-score
                                   " date " high-date
                                   DELIMITED BY SIZE INTO reportLine
                               PERFORM PUT-BREAK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE highscore-file
           END-IF
           PERFORM END-CHECK.

       CHECK-DISPUTE-GAMES.
           MOVE 10 TO c
           PERFORM START-CHECK
           IF gameWorkOpen = 'Y'
               OPEN INPUT dispute-file
               IF dispute-status = "00"
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ dispute-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           PERFORM CHECK-ONE-DISPUTE-GAME
                       END-READ
                   END-PERFORM
                   CLOSE dispute-file
               END-IF
           END-IF
           PERFORM END-CHECK.

       CHECK-ONE-DISPUTE-GAME.
           MOVE 'N' TO gameFound
           IF dsp-game IS NUMERIC AND dsp-game > 0
               MOVE dsp-game TO gw-game
               READ game-work-file KEY IS gw-game
                   NOT INVALID KEY
                       MOVE 'Y' TO gameFound
               END-READ
           END-IF
           IF gameFound = 'N'
               MOVE SPACES TO reportLine
               STRING "  case " dsp-case " date " dsp-date
                   " game " dsp-game " player " dsp-name " "
                   dsp-status
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-BREAK
           END-IF.

       CHECK-FILL-SLIP-TABLES.
           MOVE 11 TO c
           PERFORM START-CHECK
           MOVE 0 TO rowCount
           IF tablesKnown = 'Y'
               OPEN INPUT fill-slip-file
               IF fillslip-status = "00"
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ fill-slip-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           ADD 1 TO rowCount
                           MOVE 'N' TO tableOnFile
                           IF fs-table IS NUMERIC
                           AND fs-table > 0
                               MOVE fs-table TO t
                               MOVE tbl-known(t) TO tableOnFile
                           END-IF
                           IF tableOnFile = 'N'
                               MOVE rowCount TO rowDisp
                               MOVE SPACES TO reportLine
                               STRING "  row" rowDisp " date "
                                   fs-date " table " fs-table " "
                                   fs-type " oper " fs-oper
                                   DELIMITED BY SIZE INTO reportLine
                               PERFORM PUT-BREAK
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fill-slip-file
               END-IF
           END-IF
           PERFORM END-CHECK.

       CHECK-TRAY-TABLES.
           MOVE 12 TO c
           PERFORM START-CHECK
           MOVE 0 TO rowCount
           IF tablesKnown = 'Y'
               OPEN INPUT tray-file
               IF tray-status = "00"
                   MOVE 'N' TO end-of-file
                   PERFORM UNTIL end-of-file = 'Y'
                       READ tray-file AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           ADD 1 TO rowCount
                           MOVE 'N' TO tableOnFile
                           IF try-table IS NUMERIC
                           AND try-table > 0
                               MOVE try-table TO t
                               MOVE tbl-known(t) TO tableOnFile
                           END-IF
                           IF tableOnFile = 'N'
                               MOVE rowCount TO rowDisp
                               MOVE SPACES TO reportLine
                               STRING "  row" rowDisp " table "
                                   try-table " date " try-date
                                   DELIMITED BY SIZE INTO reportLine
                               PERFORM PUT-BREAK
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE tray-file
               END-IF
           END-IF
           PERFORM END-CHECK.

       START-CHECK.
           MOVE 0 TO chk-breaks(c)
           MOVE SPACES TO reportLine
           PERFORM PUT-REF-LINE
           MOVE chk-label(c) TO reportLine
           PERFORM PUT-REF-LINE.

       END-CHECK.
           IF chk-breaks(c) = 0
               MOVE "  none" TO reportLine
               PERFORM PUT-REF-LINE
           END-IF
           IF chk-breaks(c) > maxDetail
               MOVE chk-breaks(c) TO cntDisp
               MOVE SPACES TO reportLine
               STRING "  ... " cntDisp " in all, first " maxDetail
                   " listed"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-REF-LINE
           END-IF.

       PUT-BREAK.
           ADD 1 TO chk-breaks(c)
           ADD 1 TO totalBreaks
           IF chk-breaks(c) <= maxDetail
               PERFORM PUT-REF-LINE
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO reportLine
           PERFORM PUT-REF-LINE
           MOVE "===== SUMMARY =====" TO reportLine
           PERFORM PUT-REF-LINE
           PERFORM VARYING c FROM 1 BY 1 UNTIL c > 12
               MOVE chk-breaks(c) TO cntDisp
               MOVE SPACES TO reportLine
               STRING chk-label(c) " " cntDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-REF-LINE
           END-PERFORM
           MOVE totalBreaks TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Total reference breaks                   " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-REF-LINE.

       PUT-REF-LINE.
           DISPLAY reportLine
           MOVE reportLine TO ref-report-record
           WRITE ref-report-record
           MOVE SPACES TO reportLine.
