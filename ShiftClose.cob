       01 opsProgram       PIC X(8) VALUE "SHIFTCLS".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           MOVE 0 TO shiftDate
           DISPLAY "Business date (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
                               WHEN "MARKER"
                               WHEN "MARKPAY"
                               WHEN "ESCHEAT"
                               WHEN "MARKWOFF"
                                   CONTINUE
                               WHEN OTHER
                                   ADD cj-amount TO cageIn
           STRING "Ledger rows:   " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-SHIFT-LINE
           CLOSE shift-report-file
           MOVE 'R' TO rptMode
           MOVE "SHIFTRPT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile shiftDate
               opsProgram rptRecords.

       PUT-SHIFT-LINE.
           DISPLAY reportLine
