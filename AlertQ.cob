       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT alert-file ASSIGN TO "alert.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alt-id
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS alert-status.
           SELECT alert-seq-file ASSIGN TO "alertseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS alertseq-status.

       DATA DIVISION.
       FILE SECTION.
       FD alert-file.
       COPY "alert.cpy".

       FD alert-seq-file.
       01 alert-seq-record.
           02 altseq-next PIC 9(7).

       WORKING-STORAGE SECTION.
       01 alert-status     PIC 99.
       01 alertseq-status  PIC 99.
       01 stampDate        PIC 9(8) VALUE 0.
       01 stampTime        PIC 9(8) VALUE 0.
       01 alertNum         PIC 9(7) VALUE 0.
       01 alertFound       PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 opsProgram       PIC X(8) VALUE "ALERTQ".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01 caller-source    PIC X(8).
       01 caller-severity  PIC X(5).
       01 caller-subject   PIC X(40).

       PROCEDURE DIVISION USING caller-source caller-severity
           caller-subject.
           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
           PERFORM OPEN-ALERT-FILE
           IF alert-status = "00"
               PERFORM FIND-OPEN-ALERT
               IF alertFound = 'Y'
                   IF alt-count < 9999
                       ADD 1 TO alt-count
                   END-IF
                   REWRITE alert-record
               ELSE
                   PERFORM NEXT-ALERT-NUMBER
                   PERFORM ADD-ALERT
               END-IF
               CLOSE alert-file
           END-IF
           GOBACK.

       OPEN-ALERT-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O alert-file
           PERFORM UNTIL (alert-status NOT = "93"
               AND alert-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O alert-file
           END-PERFORM
           IF alert-status = "35"
               OPEN OUTPUT alert-file
               CLOSE alert-file
               OPEN I-O alert-file
           END-IF
           IF alert-status NOT = "00"
               DISPLAY "Error opening alert file, status: "
                   alert-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "alert open status " alert-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       FIND-OPEN-ALERT.
           MOVE 'N' TO alertFound
           MOVE 'N' TO end-of-file
           MOVE 0 TO alt-id
           START alert-file KEY IS NOT LESS THAN alt-id
               INVALID KEY
                   MOVE 'Y' TO end-of-file
           END-START
           PERFORM UNTIL end-of-file = 'Y' OR alertFound = 'Y'
               READ alert-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF alt-status NOT = 'C'
                       AND alt-source = caller-source
                       AND alt-subject = caller-subject
                           MOVE 'Y' TO alertFound
                       END-IF
               END-READ
           END-PERFORM.

       NEXT-ALERT-NUMBER.
           MOVE 1 TO alertNum
           OPEN I-O alert-seq-file
           EVALUATE alertseq-status
               WHEN "00"
                   READ alert-seq-file
                       AT END
                           CLOSE alert-seq-file
                           OPEN OUTPUT alert-seq-file
                           COMPUTE altseq-next = alertNum + 1
                           WRITE alert-seq-record
                       NOT AT END
                           MOVE altseq-next TO alertNum
                           COMPUTE altseq-next = alertNum + 1
                           REWRITE alert-seq-record
                   END-READ
                   CLOSE alert-seq-file
               WHEN "35"
                   OPEN OUTPUT alert-seq-file
                   COMPUTE altseq-next = alertNum + 1
                   WRITE alert-seq-record
                   CLOSE alert-seq-file
               WHEN OTHER
                   CLOSE alert-seq-file
           END-EVALUATE.

       ADD-ALERT.
           MOVE SPACES TO alert-record
           MOVE alertNum        TO alt-id
           MOVE stampDate       TO alt-date
           COMPUTE alt-time = stampTime / 100
           MOVE caller-source   TO alt-source
           MOVE caller-severity TO alt-severity
           MOVE caller-subject  TO alt-subject
           MOVE 'O'             TO alt-status
           MOVE 1               TO alt-count
           MOVE 'N'             TO alt-escalated
           MOVE 0               TO alt-esc-date
           MOVE 0               TO alt-ack-date
           MOVE 0               TO alt-ack-time
           MOVE 0               TO alt-closed-date
           WRITE alert-record
               INVALID KEY
                   DISPLAY "Alert " alertNum " already on file - "
                       "check alertseq.dat."
                   MOVE "FILE ERROR" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING "alert dup key " alertNum
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-WRITE.
