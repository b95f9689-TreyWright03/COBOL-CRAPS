       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTESC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT alert-file ASSIGN TO "alert.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alt-id
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS alert-status.
           SELECT alert-config-file ASSIGN TO "alertcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS alertcfg-status.

       DATA DIVISION.
       FILE SECTION.
       FD alert-file.
       COPY "alert.cpy".

       FD alert-config-file.
       01 alert-config-record.
           02 acf-ack-minutes  PIC 9(4).
           02 FILLER           PIC X.
           02 acf-high-minutes PIC 9(4).

       WORKING-STORAGE SECTION.
       01 alert-status     PIC 99.
       01 alertcfg-status  PIC 99.
       01 ackMinutes       PIC 9(4) VALUE 60.
       01 highMinutes      PIC 9(4) VALUE 15.
       01 limitMinutes     PIC 9(4) VALUE 0.
       01 stampDate        PIC 9(8) VALUE 0.
       01 stampTime        PIC 9(8) VALUE 0.
       01 clockHhmm        PIC 9(4) VALUE 0.
       01 clockHour        PIC 99 VALUE 0.
       01 clockMinute      PIC 99 VALUE 0.
       01 nowMinutes       PIC 9(11) VALUE 0.
       01 raisedMinutes    PIC 9(11) VALUE 0.
       01 ageMinutes       PIC S9(11) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 opsProgram       PIC X(8) VALUE "ALERTESC".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01 caller-escalated PIC 9(4).

       PROCEDURE DIVISION USING caller-escalated.
           MOVE 0 TO caller-escalated
           PERFORM LOAD-ALERT-CONFIG
           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
           COMPUTE clockHhmm = stampTime / 10000
           PERFORM SPLIT-CLOCK
           COMPUTE nowMinutes =
               FUNCTION INTEGER-OF-DATE(stampDate) * 1440
               + clockHour * 60 + clockMinute
           MOVE 0 TO lockRetries
           OPEN I-O alert-file
           PERFORM UNTIL (alert-status NOT = "93"
               AND alert-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O alert-file
           END-PERFORM
           IF alert-status = "00"
               MOVE 'N' TO end-of-file
               MOVE 0 TO alt-id
               START alert-file KEY IS NOT LESS THAN alt-id
                   INVALID KEY
                       MOVE 'Y' TO end-of-file
               END-START
               PERFORM UNTIL end-of-file = 'Y'
                   READ alert-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF alt-status = 'O'
                           AND alt-escalated NOT = 'Y'
                               PERFORM CHECK-ALERT-AGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alert-file
           ELSE
               IF alert-status NOT = "35"
                   MOVE "FILE ERROR" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING "alert open status " alert-status
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
               END-IF
           END-IF
           GOBACK.

       LOAD-ALERT-CONFIG.
           OPEN INPUT alert-config-file
           IF alertcfg-status = "00"
               READ alert-config-file
                   NOT AT END
                       IF acf-ack-minutes IS NUMERIC
                       AND acf-ack-minutes > 0
                           MOVE acf-ack-minutes TO ackMinutes
                       END-IF
                       IF acf-high-minutes IS NUMERIC
                       AND acf-high-minutes > 0
                           MOVE acf-high-minutes TO highMinutes
                       END-IF
               END-READ
               CLOSE alert-config-file
           END-IF.

       SPLIT-CLOCK.
           COMPUTE clockHour = clockHhmm / 100
           COMPUTE clockMinute = clockHhmm - clockHour * 100.

       CHECK-ALERT-AGE.
           IF alt-severity = "HIGH "
               MOVE highMinutes TO limitMinutes
           ELSE
               MOVE ackMinutes TO limitMinutes
           END-IF
           COMPUTE clockHhmm = alt-time / 100
           PERFORM SPLIT-CLOCK
           COMPUTE raisedMinutes =
               FUNCTION INTEGER-OF-DATE(alt-date) * 1440
               + clockHour * 60 + clockMinute
           COMPUTE ageMinutes = nowMinutes - raisedMinutes
           IF ageMinutes > limitMinutes
               MOVE 'Y' TO alt-escalated
               MOVE stampDate TO alt-esc-date
               REWRITE alert-record
               ADD 1 TO caller-escalated
               MOVE "ALERT ESCAL" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "alert " alt-id " " alt-source
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.
