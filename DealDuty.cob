       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEALDUTY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dealer-duty-file ASSIGN TO "dealduty.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS dealduty-status.

       DATA DIVISION.
       FILE SECTION.
       FD dealer-duty-file.
       COPY "dealduty.cpy".

       WORKING-STORAGE SECTION.
       01 dealduty-status   PIC 99.
       01 end-of-file       PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 caller-table      PIC 9.
       01 caller-dealer     PIC XXX.
       01 caller-stick      PIC XXX.

       PROCEDURE DIVISION USING caller-table caller-dealer
           caller-stick.
           MOVE SPACES TO caller-dealer
           MOVE SPACES TO caller-stick
           OPEN INPUT dealer-duty-file
           IF dealduty-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ dealer-duty-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF dd-table = caller-table
                           MOVE dd-dealer TO caller-dealer
                           MOVE dd-stick  TO caller-stick
                           MOVE 'Y' TO end-of-file
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE dealer-duty-file
           END-IF
           GOBACK.
