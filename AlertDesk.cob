       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTDSK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT alert-file ASSIGN TO "alert.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alt-id
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS alert-status.
           SELECT jackpot-config-file ASSIGN TO "jackpotcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS jackpotcfg-status.

       DATA DIVISION.
       FILE SECTION.
       FD alert-file.
       COPY "alert.cpy".

       FD jackpot-config-file.
       01 jackpot-config-record.
           02 jcfg-threshold PIC 9(5)V99.
           02 FILLER         PIC X.
           02 jcfg-code      PIC X(4).

       WORKING-STORAGE SECTION.

       01 alert-status     PIC 99.
       01 jackpotcfg-status PIC 99.
       01 todayDate        PIC 9(8) VALUE 0.
       01 stampDate        PIC 9(8) VALUE 0.
       01 stampTime        PIC 9(8) VALUE 0.
       01 deskChoice       PIC 9 VALUE 0.
       01 deskDone         PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 alertNum         PIC 9(7) VALUE 0.
       01 alertFound       PIC X VALUE 'N'.
       01 alertOpen        PIC X VALUE 'N'.
       01 listAll          PIC X VALUE 'N'.
       01 listCount        PIC 9(5) VALUE 0.
       01 escCount         PIC 9(4) VALUE 0.
       01 workComment      PIC X(40) VALUE SPACES.
       01 supervisorCode   PIC X(4) VALUE "7777".
       01 superInit        PIC XXX VALUE SPACES.
       01 superCodeIn      PIC X(4) VALUE SPACES.
       01 codeTries        PIC 9 VALUE 0.
       01 approvedFlag     PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 statusText       PIC X(6) VALUE SPACES.
       01 escText          PIC X(3) VALUE SPACES.
       01 cntDisp          PIC ZZZ9.
       01 opsProgram       PIC X(8) VALUE "ALERTDSK".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-SUPERVISOR-CODE.
           PERFORM UNTIL deskDone = 'Y'
               DISPLAY " "
               DISPLAY "===== ALERT DESK ====="
               DISPLAY "1=List open 2=Show alert 3=Acknowledge "
                   "4=Comment 5=Close"
               DISPLAY "6=Escalate overdue 7=List all 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT deskChoice
               EVALUATE deskChoice
                   WHEN 1
                       MOVE 'N' TO listAll
                       PERFORM LIST-ALERTS
                   WHEN 2
                       PERFORM SHOW-ALERT
                   WHEN 3
                       PERFORM ACKNOWLEDGE-ALERT
                   WHEN 4
                       PERFORM COMMENT-ALERT
                   WHEN 5
                       PERFORM CLOSE-ALERT
                   WHEN 6
                       CALL "ALERTESC" USING escCount
                       MOVE escCount TO cntDisp
                       DISPLAY cntDisp " alert(s) escalated."
                   WHEN 7
                       MOVE 'Y' TO listAll
                       PERFORM LIST-ALERTS
                   WHEN 9
                       MOVE 'Y' TO deskDone
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

       OPEN-ALERT-FILE.
           MOVE 'N' TO alertOpen
           MOVE 0 TO lockRetries
           OPEN I-O alert-file
           PERFORM UNTIL (alert-status NOT = "93"
               AND alert-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O alert-file
           END-PERFORM
           EVALUATE alert-status
               WHEN "00"
                   MOVE 'Y' TO alertOpen
               WHEN "35"
                   DISPLAY "No alerts on file."
               WHEN OTHER
                   DISPLAY "Error opening alert file, status: "
                       alert-status
                   MOVE "FILE ERROR" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING "alert open status " alert-status
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-EVALUATE.

       SET-STATUS-TEXT.
           EVALUATE alt-status
               WHEN 'O'
                   MOVE "OPEN  " TO statusText
               WHEN 'A'
                   MOVE "ACKED " TO statusText
               WHEN 'C'
                   MOVE "CLOSED" TO statusText
               WHEN OTHER
                   MOVE "??????" TO statusText
           END-EVALUATE
           IF alt-escalated = 'Y'
               MOVE "ESC" TO escText
           ELSE
               MOVE SPACES TO escText
           END-IF.

       LIST-ALERTS.
           PERFORM OPEN-ALERT-FILE
           IF alertOpen = 'Y'
               MOVE 0 TO listCount
               DISPLAY "ALERT   DATE     TIME   SOURCE   SEV   "
                   "STATUS ESC  CNT SUBJECT"
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
                           IF listAll = 'Y' OR alt-status NOT = 'C'
                               ADD 1 TO listCount
                               PERFORM SET-STATUS-TEXT
                               MOVE alt-count TO cntDisp
                               DISPLAY alt-id " " alt-date " "
                                   alt-time " " alt-source " "
                                   alt-severity " " statusText " "
                                   escText " " cntDisp " "
                                   alt-subject
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alert-file
               IF listCount = 0
                   DISPLAY "No alerts to list."
               END-IF
           END-IF.

       FIND-ALERT.
           MOVE 'N' TO alertFound
           MOVE 0 TO alertNum
           DISPLAY "Alert number: " WITH NO ADVANCING
           ACCEPT alertNum
           PERFORM OPEN-ALERT-FILE
           IF alertOpen = 'Y'
               MOVE alertNum TO alt-id
               READ alert-file KEY IS alt-id
                   INVALID KEY
                       DISPLAY "No such alert."
                       CLOSE alert-file
                   NOT INVALID KEY
                       MOVE 'Y' TO alertFound
               END-READ
           END-IF.

       SHOW-ALERT.
           PERFORM FIND-ALERT
           IF alertFound = 'Y'
               PERFORM SET-STATUS-TEXT
               MOVE alt-count TO cntDisp
               DISPLAY "Alert:     " alt-id
               DISPLAY "Raised:    " alt-date " " alt-time
                   " by " alt-source
               DISPLAY "Severity:  " alt-severity
               DISPLAY "Subject:   " alt-subject
               DISPLAY "Status:    " statusText " " escText
               DISPLAY "Times:     " cntDisp
               IF alt-escalated = 'Y'
                   DISPLAY "Escalated: " alt-esc-date
               END-IF
               IF alt-ack-by NOT = SPACES
                   DISPLAY "Acked:     " alt-ack-by " "
                       alt-ack-date " " alt-ack-time
               END-IF
               IF alt-comment NOT = SPACES
                   DISPLAY "Comment:   " alt-comment
               END-IF
               IF alt-status = 'C'
                   DISPLAY "Closed:    " alt-closed-by " "
                       alt-closed-date
               END-IF
               CLOSE alert-file
           END-IF.

       GET-SUPERVISOR-APPROVAL.
           MOVE 'N' TO approvedFlag
           MOVE 0 TO codeTries
           PERFORM UNTIL approvedFlag = 'Y' OR codeTries > 2
               MOVE SPACES TO superInit
               DISPLAY "Supervisor initials: " WITH NO ADVANCING
               ACCEPT superInit
               MOVE SPACES TO superCodeIn
               DISPLAY "Supervisor code:     " WITH NO ADVANCING
               ACCEPT superCodeIn
               IF superCodeIn = supervisorCode
                   MOVE 'Y' TO approvedFlag
               ELSE
                   ADD 1 TO codeTries
                   DISPLAY "Invalid code."
               END-IF
           END-PERFORM.

       STAMP-ACKNOWLEDGED.
           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
           MOVE superInit TO alt-ack-by
           MOVE stampDate TO alt-ack-date
           COMPUTE alt-ack-time = stampTime / 100.

       ACKNOWLEDGE-ALERT.
           PERFORM FIND-ALERT
           IF alertFound = 'Y'
               IF alt-status NOT = 'O'
                   DISPLAY "Alert is not open - nothing to "
                       "acknowledge."
               ELSE
                   MOVE SPACES TO workComment
                   DISPLAY "Comment (optional): " WITH NO ADVANCING
                   ACCEPT workComment
                   PERFORM GET-SUPERVISOR-APPROVAL
                   IF approvedFlag = 'Y'
                       MOVE 'A' TO alt-status
                       PERFORM STAMP-ACKNOWLEDGED
                       IF workComment NOT = SPACES
                           MOVE workComment TO alt-comment
                       END-IF
                       REWRITE alert-record
                       DISPLAY "Alert " alertNum " acknowledged."
                       MOVE "ALERT ACK" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING "alert " alertNum " by " superInit
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
                   ELSE
                       DISPLAY "Not approved - alert unchanged."
                   END-IF
               END-IF
               CLOSE alert-file
           END-IF.

       COMMENT-ALERT.
           PERFORM FIND-ALERT
           IF alertFound = 'Y'
               IF alt-comment NOT = SPACES
                   DISPLAY "Current comment: " alt-comment
               END-IF
               MOVE SPACES TO workComment
               DISPLAY "New comment: " WITH NO ADVANCING
               ACCEPT workComment
               IF workComment = SPACES
                   DISPLAY "Nothing done."
               ELSE
                   PERFORM GET-SUPERVISOR-APPROVAL
                   IF approvedFlag = 'Y'
                       MOVE workComment TO alt-comment
                       IF alt-status = 'O'
                           MOVE 'A' TO alt-status
                           PERFORM STAMP-ACKNOWLEDGED
                       END-IF
                       REWRITE alert-record
                       DISPLAY "Comment saved on alert " alertNum "."
                       MOVE "ALERT NOTE" TO opsEvent
                       MOVE SPACES TO opsDetail
                       STRING "alert " alertNum " by " superInit
                           DELIMITED BY SIZE INTO opsDetail
                       CALL "OPSLOG" USING opsProgram opsEvent
                           opsDetail
                   ELSE
                       DISPLAY "Not approved - alert unchanged."
                   END-IF
               END-IF
               CLOSE alert-file
           END-IF.

       CLOSE-ALERT.
           PERFORM FIND-ALERT
           IF alertFound = 'Y'
               IF alt-status = 'C'
                   DISPLAY "Alert already closed."
               ELSE
                   MOVE SPACES TO workComment
                   DISPLAY "Closing comment: " WITH NO ADVANCING
                   ACCEPT workComment
                   IF workComment = SPACES AND alt-comment = SPACES
                       DISPLAY "A comment is required to close an "
                           "alert."
                   ELSE
                       PERFORM GET-SUPERVISOR-APPROVAL
                       IF approvedFlag = 'Y'
                           ACCEPT stampDate FROM DATE YYYYMMDD
                           IF alt-status = 'O'
                               PERFORM STAMP-ACKNOWLEDGED
                           END-IF
                           IF workComment NOT = SPACES
                               MOVE workComment TO alt-comment
                           END-IF
                           MOVE 'C' TO alt-status
                           MOVE superInit TO alt-closed-by
                           MOVE stampDate TO alt-closed-date
                           REWRITE alert-record
                           DISPLAY "Alert " alertNum " closed."
                           MOVE "ALERT CLOSE" TO opsEvent
                           MOVE SPACES TO opsDetail
                           STRING "alert " alertNum " by " superInit
                               DELIMITED BY SIZE INTO opsDetail
                           CALL "OPSLOG" USING opsProgram opsEvent
                               opsDetail
                       ELSE
                           DISPLAY "Not approved - alert unchanged."
                       END-IF
                   END-IF
               END-IF
               CLOSE alert-file
           END-IF.
