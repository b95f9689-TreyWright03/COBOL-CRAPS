       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rptcat-file ASSIGN TO "rptcat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rc-file
               FILE STATUS IS rptcat-status.
           SELECT report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD rptcat-file.
       COPY "rptcat.cpy".

       FD report-file.
       01 report-record    PIC X(200).

       WORKING-STORAGE SECTION.

       01 rptcat-status    PIC 99.
       01 report-status    PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 viewChoice       PIC 9 VALUE 0.
       01 viewDone         PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 findType         PIC X(8) VALUE SPACES.
       01 findProgram      PIC X(8) VALUE SPACES.
       01 findFrom         PIC 9(8) VALUE 0.
       01 findTo           PIC 9(8) VALUE 0.
       01 findFile         PIC X(30) VALUE SPACES.
       01 showPurged       PIC X VALUE 'N'.
       01 matchCount       PIC 9(5) VALUE 0.
       01 lineCount        PIC 9(7) VALUE 0.
       01 pageLines        PIC 99 VALUE 0.
       01 pageReply        PIC X VALUE SPACE.
       01 cntDisp          PIC ZZZZZZ9.
       01 statusText       PIC X(7) VALUE SPACES.
       01 rptMode          PIC X VALUE 'P'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 opsProgram       PIC X(8) VALUE "RPTVIEW".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM UNTIL viewDone = 'Y'
               DISPLAY " "
               DISPLAY "===== REPORT CATALOG ====="
               DISPLAY "1=List reports 2=Search 3=Re-display a report "
                   "4=Apply retention 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT viewChoice
               EVALUATE viewChoice
                   WHEN 1
                       PERFORM LIST-ALL-REPORTS
                   WHEN 2
                       PERFORM SEARCH-REPORTS
                   WHEN 3
                       PERFORM REDISPLAY-REPORT
                   WHEN 4
                       PERFORM RUN-RETENTION
                   WHEN 9
                       MOVE 'Y' TO viewDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LIST-ALL-REPORTS.
           MOVE SPACES TO findType
           MOVE SPACES TO findProgram
           MOVE 0 TO findFrom
           MOVE 99999999 TO findTo
           MOVE 'N' TO showPurged
           PERFORM SCAN-CATALOG.

       SEARCH-REPORTS.
           MOVE SPACES TO findType
           DISPLAY "Report type (blank=any, e.g. HOLDVAR): "
               WITH NO ADVANCING
           ACCEPT findType
           MOVE SPACES TO findProgram
           DISPLAY "Program (blank=any): " WITH NO ADVANCING
           ACCEPT findProgram
           MOVE 0 TO findFrom
           DISPLAY "Business date from (YYYYMMDD, 0=any): "
               WITH NO ADVANCING
           ACCEPT findFrom
           MOVE 0 TO findTo
           DISPLAY "Business date to   (YYYYMMDD, 0=any): "
               WITH NO ADVANCING
           ACCEPT findTo
           IF findTo = 0
               MOVE 99999999 TO findTo
           END-IF
           MOVE 'N' TO showPurged
           DISPLAY "Include purged reports (Y/N): " WITH NO ADVANCING
           ACCEPT showPurged
           IF showPurged = 'y'
               MOVE 'Y' TO showPurged
           END-IF
           PERFORM SCAN-CATALOG.

       SCAN-CATALOG.
           MOVE 0 TO matchCount
           OPEN INPUT rptcat-file
           IF rptcat-status = "00"
               DISPLAY "TYPE     BUS DATE PROGRAM  RUN DATE RUN TIME "
                   "  LINES STATUS FILE"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ rptcat-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           PERFORM SHOW-IF-MATCH
                   END-READ
               END-PERFORM
               CLOSE rptcat-file
           END-IF
           IF matchCount = 0
               DISPLAY "No catalogued reports match."
           ELSE
               MOVE matchCount TO cntDisp
               DISPLAY "Reports listed: " cntDisp
           END-IF.

       SHOW-IF-MATCH.
           IF (findType = SPACES OR rc-type = findType)
           AND (findProgram = SPACES OR rc-program = findProgram)
           AND rc-bus-date >= findFrom AND rc-bus-date <= findTo
           AND (rc-status = 'A' OR showPurged = 'Y')
               ADD 1 TO matchCount
               IF rc-status = 'P'
                   MOVE "PURGED" TO statusText
               ELSE
                   MOVE "ON FILE" TO statusText
               END-IF
               MOVE rc-records TO cntDisp
               DISPLAY rc-type " " rc-bus-date " " rc-program " "
                   rc-run-date " " rc-run-time "   " cntDisp " "
                   statusText " " rc-file
           END-IF.

       REDISPLAY-REPORT.
           MOVE SPACES TO findFile
           DISPLAY "Report file name: " WITH NO ADVANCING
           ACCEPT findFile
           IF findFile = SPACES
               DISPLAY "Nothing done."
           ELSE
               OPEN INPUT rptcat-file
               IF rptcat-status = "00"
                   MOVE findFile TO rc-file
                   READ rptcat-file KEY IS rc-file
                       INVALID KEY
                           DISPLAY "That report is not in the catalog."
                       NOT INVALID KEY
                           IF rc-status = 'P'
                               DISPLAY "Purged under retention on "
                                   rc-purge-date "."
                           ELSE
                               PERFORM SHOW-REPORT-LINES
                           END-IF
                   END-READ
                   CLOSE rptcat-file
               ELSE
                   DISPLAY "No report catalog on file."
               END-IF
           END-IF.

       SHOW-REPORT-LINES.
           MOVE rc-file TO reportName
           OPEN INPUT report-file
           IF report-status NOT = "00"
               DISPLAY "Report file " rc-file " is missing."
           ELSE
               DISPLAY "===== " rc-type " " rc-bus-date " from "
                   rc-program " run " rc-run-date " " rc-run-time
                   " ====="
               MOVE 0 TO lineCount
               MOVE 0 TO pageLines
               MOVE SPACE TO pageReply
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ report-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO lineCount
                       ADD 1 TO pageLines
                       DISPLAY report-record
                       IF pageLines >= 20
                           MOVE 0 TO pageLines
                           DISPLAY "-- Enter to continue, Q to stop: "
                               WITH NO ADVANCING
                           ACCEPT pageReply
                           IF pageReply = 'Q' OR pageReply = 'q'
                               MOVE 'Y' TO end-of-file
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE report-file
               IF lineCount NOT = rc-records
               AND pageReply NOT = 'Q' AND pageReply NOT = 'q'
                   MOVE rc-records TO cntDisp
                   DISPLAY "Warning: catalog recorded " cntDisp
                       " lines for this report."
               END-IF
               MOVE "RPT REPRINT" TO opsEvent
               MOVE rc-file TO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       RUN-RETENTION.
           MOVE 'P' TO rptMode
           MOVE SPACES TO rptType
           MOVE SPACES TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords
           MOVE rptRecords TO cntDisp
           DISPLAY "Reports purged under retention: " cntDisp.
