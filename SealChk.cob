       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seal-file ASSIGN TO "seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS seal-status.
           SELECT seal-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD seal-file.
       COPY "seal.cpy".

       FD seal-report-file.
       01 seal-report-record PIC X(100).

       WORKING-STORAGE SECTION.

       01 seal-status      PIC 99.
       01 report-status    PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 chkChoice        PIC 9 VALUE 0.
       01 chkDone          PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 sealMode         PIC X VALUE 'V'.
       01 sealFile         PIC X(30) VALUE SPACES.
       01 sealBreak        PIC 9(9) VALUE 0.
       01 sealResult       PIC XX VALUE SPACES.
       01 sealMessage      PIC X(60) VALUE SPACES.
       01 resultText       PIC X(8) VALUE SPACES.
       01 fileCount        PIC 9(4) VALUE 0.
       01 fileFound        PIC X VALUE 'N'.
       01 fileOverflow     PIC X VALUE 'N'.
       01 skippedFiles     PIC 9(5) VALUE 0.
       01 f                PIC 9(4) VALUE 0.
       01 breakCount       PIC 9(3) VALUE 0.
       01 sealCount        PIC 9(5) VALUE 0.
       01 cntDisp          PIC ZZZZ9.
       01 reportLine       PIC X(100) VALUE SPACES.
       01 opsProgram       PIC X(8) VALUE "SEALCHK".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.

       01 sealed-file-table.
           05 sf-name OCCURS 5000 TIMES PIC X(30).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           MOVE SPACES TO reportName
           STRING "sealchk-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName.
           PERFORM UNTIL chkDone = 'Y'
               DISPLAY " "
               DISPLAY "===== SEAL VERIFICATION ====="
               DISPLAY "1=Verify a file 2=Verify all sealed files "
                   "3=Seal history of a file 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT chkChoice
               EVALUATE chkChoice
                   WHEN 1
                       PERFORM VERIFY-ONE-FILE
                   WHEN 2
                       PERFORM VERIFY-ALL-FILES
                   WHEN 3
                       PERFORM SHOW-SEAL-HISTORY
                   WHEN 9
                       MOVE 'Y' TO chkDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPEN-SEAL-REPORT.
           OPEN EXTEND seal-report-file
           IF report-status = "05" OR report-status = "35"
               CLOSE seal-report-file
               OPEN OUTPUT seal-report-file
               CLOSE seal-report-file
               OPEN EXTEND seal-report-file
           END-IF
           MOVE SPACES TO reportLine
           STRING "===== SEAL VERIFICATION " todayDate " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-SEAL-LINE.

       VERIFY-ONE-FILE.
           MOVE SPACES TO sealFile
           DISPLAY "File or archive name: " WITH NO ADVANCING
           ACCEPT sealFile
           IF sealFile = SPACES
               DISPLAY "Nothing done."
           ELSE
               PERFORM OPEN-SEAL-REPORT
               MOVE 0 TO breakCount
               PERFORM VERIFY-SEALED-FILE
               CLOSE seal-report-file
               MOVE 'R' TO rptMode
               MOVE "SEALCHK" TO rptType
               MOVE reportName TO rptFile
               CALL "RPTCAT" USING rptMode rptType rptFile todayDate
                   opsProgram rptRecords
           END-IF.

       VERIFY-ALL-FILES.
           PERFORM LOAD-SEALED-FILES
           IF fileCount = 0
               DISPLAY "No seals on record."
           ELSE
               PERFORM OPEN-SEAL-REPORT
               MOVE 0 TO breakCount
               PERFORM VARYING f FROM 1 BY 1 UNTIL f > fileCount
                   MOVE sf-name(f) TO sealFile
                   PERFORM VERIFY-SEALED-FILE
               END-PERFORM
               MOVE breakCount TO cntDisp
               MOVE SPACES TO reportLine
               STRING "Files with a broken chain: " cntDisp
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-SEAL-LINE
               IF fileOverflow = 'Y'
                   MOVE skippedFiles TO cntDisp
                   MOVE SPACES TO reportLine
                   STRING cntDisp " sealed files not verified - more "
                       "than 5000 on record."
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-SEAL-LINE
                   MOVE SPACES TO alertSubject
                   STRING "seal check: " cntDisp " files not verified"
                       DELIMITED BY SIZE INTO alertSubject
                   CALL "ALERTQ" USING opsProgram alertSeverity
                       alertSubject
               END-IF
               CLOSE seal-report-file
               MOVE 'R' TO rptMode
               MOVE "SEALCHK" TO rptType
               MOVE reportName TO rptFile
               CALL "RPTCAT" USING rptMode rptType rptFile todayDate
                   opsProgram rptRecords
               MOVE "SEAL CHECK" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "files " fileCount " broken " breakCount
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       VERIFY-SEALED-FILE.
           MOVE 'V' TO sealMode
           CALL "SEALER" USING sealMode sealFile todayDate
               opsProgram sealBreak sealResult sealMessage
           EVALUATE sealResult
               WHEN "OK"
                   MOVE "OK"       TO resultText
               WHEN "BR"
                   MOVE "BROKEN"   TO resultText
                   ADD 1 TO breakCount
               WHEN "SB"
                   MOVE "SEALFILE" TO resultText
                   ADD 1 TO breakCount
               WHEN "PG"
                   MOVE "PURGED"   TO resultText
               WHEN "NS"
                   MOVE "UNSEALED" TO resultText
               WHEN OTHER
                   MOVE "CHECK"    TO resultText
           END-EVALUATE
           MOVE SPACES TO reportLine
           STRING sealFile " " resultText " " sealMessage
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-SEAL-LINE.

       LOAD-SEALED-FILES.
           MOVE 0 TO fileCount
           MOVE 'N' TO fileOverflow
           MOVE 0 TO skippedFiles
           OPEN INPUT seal-file
           IF seal-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ seal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       MOVE 'N' TO fileFound
                       PERFORM VARYING f FROM 1 BY 1
                           UNTIL f > fileCount OR fileFound = 'Y'
                           IF sf-name(f) = sl-file
                               MOVE 'Y' TO fileFound
                           END-IF
                       END-PERFORM
                       IF fileFound = 'N'
                           IF fileCount < 5000
                               ADD 1 TO fileCount
                               MOVE sl-file TO sf-name(fileCount)
                           ELSE
                               MOVE 'Y' TO fileOverflow
                               IF sl-kind = "DAY   " AND sl-from = 1
                                   ADD 1 TO skippedFiles
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE seal-file
           END-IF
           IF fileOverflow = 'Y' AND skippedFiles = 0
               MOVE 1 TO skippedFiles
           END-IF.

       SHOW-SEAL-HISTORY.
           MOVE SPACES TO sealFile
           DISPLAY "File or archive name: " WITH NO ADVANCING
           ACCEPT sealFile
           MOVE 0 TO sealCount
           OPEN INPUT seal-file
           IF seal-status = "00"
               DISPLAY "SEAL    DATE     TIME   KIND   FROM      "
                   "TO        BY"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ seal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF sl-file = sealFile
                           ADD 1 TO sealCount
                           DISPLAY sl-seq " " sl-date " " sl-time
                               " " sl-kind " " sl-from " " sl-to
                               " " sl-program
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE seal-file
           END-IF
           IF sealCount = 0
               DISPLAY "No seals on record for " sealFile
           END-IF.

       PUT-SEAL-LINE.
           DISPLAY reportLine
           MOVE reportLine TO seal-report-record
           WRITE seal-report-record
           MOVE SPACES TO reportLine.
