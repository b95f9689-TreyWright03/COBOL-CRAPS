       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEATREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seat-file ASSIGN TO "seat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS st-name
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS seat-status.
           SELECT checkpoint-file ASSIGN TO DYNAMIC checkpointName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS checkpoint-status.

       DATA DIVISION.
       FILE SECTION.
       FD seat-file.
       COPY "seat.cpy".

       FD checkpoint-file.
       01 checkpoint-line.
           02 ckl-name         PIC XXX.
           02 FILLER           PIC X(13).
           02 ckl-active       PIC X.
           02 FILLER           PIC X(583).

       WORKING-STORAGE SECTION.
       01 seat-status      PIC 99.
       01 checkpoint-status PIC 99.
       01 checkpointName   PIC X(20) VALUE SPACES.
       01 stampDate        PIC 9(8) VALUE 0.
       01 stampTime        PIC 9(8) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 ckpEof           PIC X VALUE 'N'.
       01 ckpLines         PIC 9(4) VALUE 0.
       01 playerListed     PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 opsProgram       PIC X(8) VALUE "SEATREG".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01 caller-mode      PIC X.
       01 caller-name      PIC XXX.
       01 caller-table     PIC 9.
       01 caller-program   PIC X(8).
       01 caller-result    PIC XX.
       01 caller-count     PIC 9(4).

       PROCEDURE DIVISION USING caller-mode caller-name caller-table
           caller-program caller-result caller-count.
           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
           MOVE "NF" TO caller-result
           MOVE 0 TO caller-count
           PERFORM OPEN-SEAT-FILE
           IF seat-status = "00"
               EVALUATE caller-mode
                   WHEN 'I'
                       PERFORM CHECK-IN-PLAYER
                   WHEN 'O'
                       PERFORM CHECK-OUT-PLAYER
                   WHEN 'Q'
                       PERFORM QUERY-PLAYER
                   WHEN 'T'
                       PERFORM RESET-TABLE-SEATS
                   WHEN 'C'
                       PERFORM CLEAR-STALE-SEATS
               END-EVALUATE
               CLOSE seat-file
           ELSE
               MOVE "ER" TO caller-result
           END-IF
           GOBACK.

       OPEN-SEAT-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O seat-file
           PERFORM UNTIL (seat-status NOT = "93"
               AND seat-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O seat-file
           END-PERFORM
           IF seat-status = "35"
               OPEN OUTPUT seat-file
               CLOSE seat-file
               OPEN I-O seat-file
           END-IF
           IF seat-status NOT = "00"
               DISPLAY "Error opening seat registry, status: "
                   seat-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "seat open status " seat-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       CHECK-IN-PLAYER.
           MOVE caller-name TO st-name
           READ seat-file KEY IS st-name
               INVALID KEY
                   MOVE caller-name    TO st-name
                   MOVE caller-table   TO st-table
                   MOVE caller-program TO st-program
                   MOVE stampDate      TO st-date
                   COMPUTE st-time = stampTime / 100
                   WRITE seat-record
                   MOVE "OK" TO caller-result
                   MOVE "SEAT IN" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING caller-name " table " caller-table
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               NOT INVALID KEY
                   IF st-table = caller-table
                   AND st-program = caller-program
                       MOVE stampDate TO st-date
                       COMPUTE st-time = stampTime / 100
                       REWRITE seat-record
                       MOVE "OK" TO caller-result
                   ELSE
                       MOVE "SE" TO caller-result
                       MOVE "SEAT REFUSE" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING caller-name " T" caller-table
                           " held T" st-table
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
                       MOVE st-table TO caller-table
                   END-IF
           END-READ.

       CHECK-OUT-PLAYER.
           MOVE caller-name TO st-name
           READ seat-file KEY IS st-name
               INVALID KEY
                   MOVE "NF" TO caller-result
               NOT INVALID KEY
                   IF st-table = caller-table
                       DELETE seat-file
                       MOVE "OK" TO caller-result
                       MOVE "SEAT OUT" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING caller-name " table " caller-table
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
                   ELSE
                       MOVE "NF" TO caller-result
                   END-IF
           END-READ.

       QUERY-PLAYER.
           MOVE caller-name TO st-name
           READ seat-file KEY IS st-name
               INVALID KEY
                   MOVE "NF" TO caller-result
               NOT INVALID KEY
                   MOVE "SE" TO caller-result
                   MOVE st-table TO caller-table
           END-READ.

       RESET-TABLE-SEATS.
           PERFORM START-SEAT-SCAN
           PERFORM UNTIL end-of-file = 'Y'
               READ seat-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF st-table = caller-table
                           DELETE seat-file
                           ADD 1 TO caller-count
                       END-IF
               END-READ
           END-PERFORM
           MOVE "OK" TO caller-result
           IF caller-count > 0
               MOVE "SEAT CLEAR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "table " caller-table " reset " caller-count
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       CLEAR-STALE-SEATS.
           PERFORM START-SEAT-SCAN
           PERFORM UNTIL end-of-file = 'Y'
               READ seat-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF caller-table = 0
                       OR st-table = caller-table
                           PERFORM CHECK-SEAT-CHECKPOINT
                           IF playerListed = 'N'
                               DELETE seat-file
                               ADD 1 TO caller-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "OK" TO caller-result
           IF caller-count > 0
               MOVE "SEAT CLEAR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "stale seats cleared " caller-count
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       START-SEAT-SCAN.
           MOVE 'N' TO end-of-file
           MOVE LOW-VALUES TO st-name
           START seat-file KEY IS NOT LESS THAN st-name
               INVALID KEY
                   MOVE 'Y' TO end-of-file
           END-START.

       CHECK-SEAT-CHECKPOINT.
           MOVE 'N' TO playerListed
           MOVE SPACES TO checkpointName
           STRING "checkpt-" st-table ".dat"
               DELIMITED BY SIZE INTO checkpointName
           OPEN INPUT checkpoint-file
           IF checkpoint-status = "00"
               MOVE 'N' TO ckpEof
               MOVE 0 TO ckpLines
               PERFORM UNTIL ckpEof = 'Y' OR playerListed = 'Y'
                   READ checkpoint-file
                       AT END
                           MOVE 'Y' TO ckpEof
                       NOT AT END
                           ADD 1 TO ckpLines
                           IF ckl-name = st-name
                               IF ckpLines = 1 OR ckl-active = 'Y'
                                   MOVE 'Y' TO playerListed
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE checkpoint-file
           END-IF.
