       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rptcat-file ASSIGN TO "rptcat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rc-file
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS rptcat-status.
           SELECT report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.
           SELECT retention-file ASSIGN TO "rptret.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS retention-status.

       DATA DIVISION.
       FILE SECTION.
       FD rptcat-file.
       COPY "rptcat.cpy".

       FD report-file.
       01 report-record    PIC X(200).

       FD retention-file.
       01 retention-record.
           02 rr-type      PIC X(8).
           02 FILLER       PIC X.
           02 rr-days      PIC 9(4).

       WORKING-STORAGE SECTION.
       01 rptcat-status    PIC 99.
       01 report-status    PIC 99.
       01 retention-status PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 stampDate        PIC 9(8) VALUE 0.
       01 stampTime        PIC 9(8) VALUE 0.
       01 lineCount        PIC 9(7) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 retCount         PIC 99 VALUE 0.
       01 r                PIC 99 VALUE 0.
       01 keepDays         PIC 9(4) VALUE 0.
       01 cutInteger       PIC 9(8) VALUE 0.
       01 cutDate          PIC 9(8) VALUE 0.
       01 deleteStatus     PIC S9(9) BINARY VALUE 0.
       01 opsProgram       PIC X(8) VALUE "RPTCAT".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       01 retention-table.
           05 ret-entry OCCURS 50 TIMES.
               10 ret-type PIC X(8).
               10 ret-days PIC 9(4).

       LINKAGE SECTION.
       01 caller-mode      PIC X.
       01 caller-type      PIC X(8).
       01 caller-file      PIC X(30).
       01 caller-date      PIC 9(8).
       01 caller-program   PIC X(8).
       01 caller-count     PIC 9(7).

       PROCEDURE DIVISION USING caller-mode caller-type caller-file
           caller-date caller-program caller-count.
           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
           MOVE 0 TO caller-count
           PERFORM OPEN-RPTCAT-FILE
           IF rptcat-status = "00"
               EVALUATE caller-mode
                   WHEN 'R'
                       PERFORM REGISTER-REPORT
                   WHEN 'D'
                       PERFORM MARK-REPORT-PURGED
                   WHEN 'P'
                       PERFORM APPLY-RETENTION
               END-EVALUATE
               CLOSE rptcat-file
           END-IF
           GOBACK.

       OPEN-RPTCAT-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O rptcat-file
           PERFORM UNTIL (rptcat-status NOT = "93"
               AND rptcat-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O rptcat-file
           END-PERFORM
           IF rptcat-status = "35"
               OPEN OUTPUT rptcat-file
               CLOSE rptcat-file
               OPEN I-O rptcat-file
           END-IF
           IF rptcat-status NOT = "00"
               DISPLAY "Error opening report catalog, status: "
                   rptcat-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "rptcat open status " rptcat-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       REGISTER-REPORT.
           PERFORM COUNT-REPORT-LINES
           MOVE lineCount TO caller-count
           MOVE caller-file TO rc-file
           READ rptcat-file KEY IS rc-file
               INVALID KEY
                   MOVE SPACES         TO rptcat-record
                   MOVE caller-file    TO rc-file
                   MOVE 0              TO rc-runs
                   PERFORM FILL-CATALOG-ENTRY
                   WRITE rptcat-record
               NOT INVALID KEY
                   PERFORM FILL-CATALOG-ENTRY
                   REWRITE rptcat-record
           END-READ.

       FILL-CATALOG-ENTRY.
           MOVE caller-type    TO rc-type
           MOVE caller-date    TO rc-bus-date
           MOVE caller-program TO rc-program
           MOVE stampDate      TO rc-run-date
           COMPUTE rc-run-time = stampTime / 100
           MOVE lineCount      TO rc-records
           IF rc-runs < 999
               ADD 1 TO rc-runs
           END-IF
           MOVE 'A'            TO rc-status
           MOVE 0              TO rc-purge-date.

       COUNT-REPORT-LINES.
           MOVE 0 TO lineCount
           MOVE caller-file TO reportName
           OPEN INPUT report-file
           IF report-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ report-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO lineCount
                   END-READ
               END-PERFORM
               CLOSE report-file
           END-IF.

       MARK-REPORT-PURGED.
           MOVE caller-file TO rc-file
           READ rptcat-file KEY IS rc-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF rc-status NOT = 'P'
                       MOVE 'P' TO rc-status
                       MOVE caller-date TO rc-purge-date
                       REWRITE rptcat-record
                       MOVE 1 TO caller-count
                   END-IF
           END-READ.

       APPLY-RETENTION.
           PERFORM LOAD-RETENTION
           MOVE 'N' TO end-of-file
           MOVE LOW-VALUES TO rc-file
           START rptcat-file KEY IS NOT LESS THAN rc-file
               INVALID KEY
                   MOVE 'Y' TO end-of-file
           END-START
           PERFORM UNTIL end-of-file = 'Y'
               READ rptcat-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF rc-status = 'A'
                           PERFORM CHECK-REPORT-RETENTION
                       END-IF
               END-READ
           END-PERFORM
           IF caller-count > 0
               MOVE "RPT PURGE" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "reports purged " caller-count
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       LOAD-RETENTION.
           MOVE 0 TO retCount
           OPEN INPUT retention-file
           IF retention-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ retention-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF rr-type NOT = SPACES AND rr-days IS NUMERIC
                       AND retCount < 50
                           ADD 1 TO retCount
                           MOVE rr-type TO ret-type(retCount)
                           MOVE rr-days TO ret-days(retCount)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE retention-file
           END-IF.

       CHECK-REPORT-RETENTION.
           MOVE 0 TO keepDays
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > retCount
               IF ret-type(r) = rc-type
                   MOVE ret-days(r) TO keepDays
               END-IF
           END-PERFORM
           IF keepDays > 0 AND rc-bus-date IS NUMERIC
           AND rc-bus-date > 0
               COMPUTE cutInteger =
                   FUNCTION INTEGER-OF-DATE(caller-date) - keepDays
               COMPUTE cutDate = FUNCTION DATE-OF-INTEGER(cutInteger)
               IF rc-bus-date < cutDate
                   MOVE rc-file TO reportName
                   CALL "CBL_DELETE_FILE" USING reportName
                       RETURNING deleteStatus
                   MOVE 'P' TO rc-status
                   MOVE caller-date TO rc-purge-date
                   REWRITE rptcat-record
                   ADD 1 TO caller-count
               END-IF
           END-IF.
