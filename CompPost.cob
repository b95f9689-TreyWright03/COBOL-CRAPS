       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT comp-post-file ASSIGN TO "comppost.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cp-ref
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS comppost-status.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-name
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS account-status.
           SELECT comp-journal-file ASSIGN TO "compjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS compjrnl-status.
           SELECT hotel-ack-file ASSIGN TO "hotelack.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS hotelack-status.
           SELECT hotel-post-file ASSIGN TO DYNAMIC postFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS hotelpost-status.
           SELECT room-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD comp-post-file.
       COPY "comppost.cpy".

       FD account-file.
       COPY "acctrec.cpy".

       FD comp-journal-file.
       COPY "compjrnl.cpy".

       FD hotel-ack-file.
       01 hotel-ack-record.
           02 ha-ref      PIC 9(8).
           02 FILLER      PIC X.
           02 ha-status   PIC X.
           02 FILLER      PIC X.
           02 ha-folio    PIC X(10).
           02 FILLER      PIC X.
           02 ha-reason   PIC X(20).

       FD hotel-post-file.
       01 hotel-post-record.
           02 ho-ref      PIC 9(8).
           02 FILLER      PIC X.
           02 ho-date     PIC 9(8).
           02 FILLER      PIC X.
           02 ho-time     PIC 9(6).
           02 FILLER      PIC X.
           02 ho-name     PIC XXX.
           02 FILLER      PIC X.
           02 ho-folio    PIC X(10).
           02 FILLER      PIC X.
           02 ho-outlet   PIC X(6).
           02 FILLER      PIC X.
           02 ho-value    PIC 9(5).99.
           02 FILLER      PIC X.
           02 ho-points   PIC 9(7).

       FD room-report-file.
       01 room-report-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 comppost-status  PIC 99.
       01 account-status   PIC 99.
       01 compjrnl-status  PIC 99.
       01 hotelack-status  PIC 99.
       01 hotelpost-status PIC 99.
       01 report-status    PIC 99.
       01 reportName       PIC X(30) VALUE SPACES.
       01 postFileName     PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 todayInteger     PIC 9(8) VALUE 0.
       01 postInteger      PIC 9(8) VALUE 0.
       01 ageDays          PIC 9(5) VALUE 0.
       01 overdueDays      PIC 9(3) VALUE 2.
       01 end-of-file      PIC X VALUE 'N'.
       01 postFileOpen     PIC X VALUE 'N'.
       01 lockRetries      PIC 99 VALUE 0.
       01 reverseDone      PIC X VALUE 'N'.
       01 holdCause        PIC X(13) VALUE SPACES.
       01 ackProblem       PIC X(20) VALUE SPACES.
       01 compRoom         PIC 9(7) VALUE 0.
       01 seatMode         PIC X VALUE 'Q'.
       01 seatTable        PIC 9 VALUE 0.
       01 seatResult       PIC XX VALUE SPACES.
       01 seatCount        PIC 9(4) VALUE 0.
       01 ackRead          PIC 9(5) VALUE 0.
       01 ackAccepted      PIC 9(5) VALUE 0.
       01 ackRejected      PIC 9(5) VALUE 0.
       01 ackRepeat        PIC 9(5) VALUE 0.
       01 sentCount        PIC 9(5) VALUE 0.
       01 reversedCount    PIC 9(5) VALUE 0.
       01 heldCount        PIC 9(5) VALUE 0.
       01 unackCount       PIC 9(5) VALUE 0.
       01 overdueCount     PIC 9(5) VALUE 0.
       01 onHoldCount      PIC 9(5) VALUE 0.
       01 exceptionTotal   PIC 9(5) VALUE 0.
       01 unackValue       PIC 9(7)V99 VALUE 0.
       01 ackExcCount      PIC 9(3) VALUE 0.
       01 ackExcOverflow   PIC 9(5) VALUE 0.
       01 e                PIC 9(3) VALUE 0.
       01 cntDisp          PIC ZZZZ9.
       01 ageDisp          PIC ZZZZ9.
       01 valueDisp        PIC ZZZZ9.99.
       01 totalDisp        PIC ZZZZZZ9.99.
       01 pointsDisp       PIC ZZZZZZ9.
       01 reportLine       PIC X(80) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 alertSource      PIC X(8) VALUE "COMPPOST".
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.
       01 opsProgram       PIC X(8) VALUE "COMPPOST".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.

       01 ack-exception-table.
           05 ack-exc-entry OCCURS 100 TIMES.
               10 axc-ref    PIC X(8).
               10 axc-status PIC X.
               10 axc-folio  PIC X(10).
               10 axc-reason PIC X(20).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM OPEN-COMP-POST-FILE.
           IF comppost-status NOT = "00"
               STOP RUN
           END-IF.
           PERFORM RETRY-HELD-REVERSALS.
           PERFORM PROCESS-ACKNOWLEDGMENTS.
           PERFORM SEND-PENDING-POSTINGS.
           PERFORM EXCEPTION-REPORT.
           CLOSE comp-post-file.
           MOVE SPACES TO opsDetail
           STRING "sent " sentCount " acked " ackAccepted
               " rej " ackRejected
               DELIMITED BY SIZE INTO opsDetail
           MOVE "ROOM SEND" TO opsEvent
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.
           COMPUTE exceptionTotal = unackCount + onHoldCount
               + ackExcCount + ackExcOverflow
           IF exceptionTotal > 0
               MOVE "ROOM UNACK" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "unacked " unackCount " held " onHoldCount
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           IF overdueCount > 0 OR onHoldCount > 0
           OR ackExcCount > 0
               MOVE exceptionTotal TO cntDisp
               MOVE SPACES TO alertSubject
               STRING "Room posts" cntDisp " in " reportName
                   DELIMITED BY SIZE INTO alertSubject
               CALL "ALERTQ" USING alertSource alertSeverity
                   alertSubject
           END-IF.
           STOP RUN.

       OPEN-COMP-POST-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O comp-post-file
           PERFORM UNTIL (comppost-status NOT = "93"
               AND comppost-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O comp-post-file
           END-PERFORM
           IF comppost-status = "35"
               OPEN OUTPUT comp-post-file
               CLOSE comp-post-file
               OPEN I-O comp-post-file
           END-IF
           IF comppost-status NOT = "00"
               DISPLAY "Error opening comp postings, status: "
                   comppost-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "comppost open status " comppost-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       OPEN-ACCOUNT-FILE.
           MOVE 0 TO lockRetries
           OPEN I-O account-file
           PERFORM UNTIL (account-status NOT = "93"
               AND account-status NOT = "94")
               OR lockRetries > 9
               ADD 1 TO lockRetries
               CALL "C$SLEEP" USING 1
               OPEN I-O account-file
           END-PERFORM
           IF account-status NOT = "00"
               DISPLAY "Error opening account file, status: "
                   account-status
               MOVE "FILE ERROR" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "account open status " account-status
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF.

       PROCESS-ACKNOWLEDGMENTS.
           OPEN INPUT hotel-ack-file
           IF hotelack-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ hotel-ack-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO ackRead
                       PERFORM APPLY-ACKNOWLEDGMENT
                   END-READ
               END-PERFORM
               CLOSE hotel-ack-file
           END-IF.

       APPLY-ACKNOWLEDGMENT.
           MOVE SPACES TO ackProblem
           IF ha-ref IS NOT NUMERIC OR ha-ref = 0
               MOVE "BAD REFERENCE" TO ackProblem
           ELSE
               MOVE ha-ref TO cp-ref
               READ comp-post-file KEY IS cp-ref
                   INVALID KEY
                       MOVE "UNKNOWN REFERENCE" TO ackProblem
                   NOT INVALID KEY
                       PERFORM MATCH-ACKNOWLEDGMENT
               END-READ
           END-IF
           IF ackProblem NOT = SPACES
               PERFORM NOTE-ACK-EXCEPTION
           END-IF.

       MATCH-ACKNOWLEDGMENT.
           EVALUATE TRUE
               WHEN ha-status NOT = 'A' AND ha-status NOT = 'R'
                   MOVE "BAD ACK STATUS" TO ackProblem
               WHEN ha-folio NOT = SPACES AND ha-folio NOT = cp-folio
                   MOVE "FOLIO MISMATCH" TO ackProblem
               WHEN cp-status = 'A' AND ha-status = 'A'
                   ADD 1 TO ackRepeat
               WHEN (cp-status = 'R' OR cp-status = 'H')
               AND ha-status = 'R'
                   ADD 1 TO ackRepeat
               WHEN cp-status = 'A' OR cp-status = 'R'
               OR cp-status = 'H'
                   MOVE "CONFLICTS PRIOR ACK" TO ackProblem
               WHEN ha-status = 'A'
                   MOVE 'A' TO cp-status
                   MOVE todayDate TO cp-ack-date
                   MOVE ha-reason TO cp-reason
                   REWRITE comp-post-record
                   ADD 1 TO ackAccepted
               WHEN OTHER
                   MOVE todayDate TO cp-ack-date
                   MOVE ha-reason TO cp-reason
                   IF cp-reason = SPACES
                       MOVE "REJECTED BY HOTEL" TO cp-reason
                   END-IF
                   ADD 1 TO ackRejected
                   PERFORM REVERSE-POSTING
           END-EVALUATE.

       NOTE-ACK-EXCEPTION.
           IF ackExcCount < 100
               ADD 1 TO ackExcCount
               MOVE hotel-ack-record(1:8) TO axc-ref(ackExcCount)
               MOVE ha-status   TO axc-status(ackExcCount)
               MOVE ha-folio    TO axc-folio(ackExcCount)
               MOVE ackProblem  TO axc-reason(ackExcCount)
           ELSE
               ADD 1 TO ackExcOverflow
           END-IF.

       REVERSE-POSTING.
           MOVE 'N' TO reverseDone
           MOVE SPACES TO holdCause
           MOVE 'Q' TO seatMode
           MOVE 0 TO seatTable
           CALL "SEATREG" USING seatMode cp-name seatTable
               opsProgram seatResult seatCount
           IF seatResult = "SE"
               MOVE "SEATED" TO holdCause
           END-IF
           IF seatResult = "ER"
               MOVE "SEAT REGISTRY" TO holdCause
           END-IF
           IF holdCause = SPACES
               PERFORM OPEN-ACCOUNT-FILE
               IF account-status NOT = "00"
                   MOVE "ACCOUNT FILE" TO holdCause
               ELSE
                   MOVE cp-name TO acct-name
                   READ account-file KEY IS acct-name
                       INVALID KEY
                           MOVE "NO ACCOUNT" TO holdCause
                       NOT INVALID KEY
                           PERFORM CREDIT-COMP-POINTS
                   END-READ
                   CLOSE account-file
               END-IF
           END-IF
           IF reverseDone = 'Y'
               MOVE 'R' TO cp-status
               ADD 1 TO reversedCount
               MOVE "ROOM REVERSE" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING cp-name " " cp-ref " " cp-points
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           ELSE
               IF cp-status NOT = 'H'
                   ADD 1 TO heldCount
               END-IF
               MOVE 'H' TO cp-status
               MOVE "ROOM HOLD" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING cp-name " " cp-ref " " holdCause
                   DELIMITED BY SIZE INTO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           END-IF
           REWRITE comp-post-record.

       CREDIT-COMP-POINTS.
           COMPUTE compRoom = 9999999 - acct-comp
           IF cp-points > compRoom
               MOVE "COMP OVERFLOW" TO holdCause
           ELSE
               ADD cp-points TO acct-comp
               REWRITE account-record
               PERFORM WRITE-REVERSAL-JOURNAL
               MOVE 'Y' TO reverseDone
           END-IF.

       WRITE-REVERSAL-JOURNAL.
           MOVE SPACES     TO comp-journal-record
           MOVE todayDate  TO cpj-date
           MOVE cp-name    TO cpj-name
           MOVE "RMREV "   TO cpj-type
           MOVE cp-points  TO cpj-points
           MOVE acct-comp  TO cpj-balance
           OPEN EXTEND comp-journal-file
           IF compjrnl-status = "05" OR compjrnl-status = "35"
               CLOSE comp-journal-file
               OPEN OUTPUT comp-journal-file
               CLOSE comp-journal-file
               OPEN EXTEND comp-journal-file
           END-IF
           WRITE comp-journal-record
           CLOSE comp-journal-file.

       RETRY-HELD-REVERSALS.
           MOVE 'N' TO end-of-file
           MOVE LOW-VALUES TO cp-ref
           START comp-post-file KEY IS NOT LESS THAN cp-ref
               INVALID KEY
                   MOVE 'Y' TO end-of-file
           END-START
           PERFORM UNTIL end-of-file = 'Y'
               READ comp-post-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cp-status = 'H'
                           PERFORM REVERSE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       SEND-PENDING-POSTINGS.
           MOVE SPACES TO postFileName
           STRING "hotelpost-" todayDate ".dat"
               DELIMITED BY SIZE INTO postFileName
           MOVE 'N' TO postFileOpen
           MOVE 'N' TO end-of-file
           MOVE LOW-VALUES TO cp-ref
           START comp-post-file KEY IS NOT LESS THAN cp-ref
               INVALID KEY
                   MOVE 'Y' TO end-of-file
           END-START
           PERFORM UNTIL end-of-file = 'Y'
               READ comp-post-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cp-status = 'N'
                           PERFORM SEND-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF postFileOpen = 'Y'
               CLOSE hotel-post-file
               MOVE sentCount TO cntDisp
               DISPLAY "Postings sent to the hotel: " cntDisp
                   " in " postFileName
           ELSE
               DISPLAY "No new postings for the hotel."
           END-IF.

       SEND-ONE-POSTING.
           IF postFileOpen = 'N'
               OPEN EXTEND hotel-post-file
               IF hotelpost-status = "05" OR hotelpost-status = "35"
                   CLOSE hotel-post-file
                   OPEN OUTPUT hotel-post-file
                   CLOSE hotel-post-file
                   OPEN EXTEND hotel-post-file
               END-IF
               MOVE 'Y' TO postFileOpen
           END-IF
           MOVE SPACES     TO hotel-post-record
           MOVE cp-ref     TO ho-ref
           MOVE cp-date    TO ho-date
           MOVE cp-time    TO ho-time
           MOVE cp-name    TO ho-name
           MOVE cp-folio   TO ho-folio
           MOVE cp-outlet  TO ho-outlet
           MOVE cp-value   TO ho-value
           MOVE cp-points  TO ho-points
           WRITE hotel-post-record
           IF hotelpost-status = "00"
               MOVE 'S' TO cp-status
               MOVE todayDate TO cp-sent-date
               REWRITE comp-post-record
               ADD 1 TO sentCount
           END-IF.

       EXCEPTION-REPORT.
           STRING "roomexc-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT room-report-file
           MOVE SPACES TO reportLine
           STRING "===== HOTEL COMP POSTING EXCEPTIONS " todayDate
               " =====" DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE SPACES TO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE "Postings not acknowledged by the hotel" TO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE "REF      POSTED   PLR FOLIO      OUTLET    VALUE "
               TO reportLine
           MOVE "STATUS   SENT      DAYS" TO reportLine(50:23)
           PERFORM PUT-ROOM-LINE
           MOVE 'N' TO end-of-file
           MOVE LOW-VALUES TO cp-ref
           START comp-post-file KEY IS NOT LESS THAN cp-ref
               INVALID KEY
                   MOVE 'Y' TO end-of-file
           END-START
           PERFORM UNTIL end-of-file = 'Y'
               READ comp-post-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cp-status = 'N' OR cp-status = 'S'
                           PERFORM LIST-UNACKED-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF unackCount = 0
               MOVE "  none" TO reportLine
               PERFORM PUT-ROOM-LINE
           END-IF
           MOVE SPACES TO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE "Rejected postings held for comp reversal"
               TO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE 'N' TO end-of-file
           MOVE LOW-VALUES TO cp-ref
           START comp-post-file KEY IS NOT LESS THAN cp-ref
               INVALID KEY
                   MOVE 'Y' TO end-of-file
           END-START
           PERFORM UNTIL end-of-file = 'Y'
               READ comp-post-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cp-status = 'H'
                           PERFORM LIST-HELD-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF onHoldCount = 0
               MOVE "  none" TO reportLine
               PERFORM PUT-ROOM-LINE
           END-IF
           MOVE SPACES TO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE "Acknowledgment lines not applied" TO reportLine
           PERFORM PUT-ROOM-LINE
           PERFORM VARYING e FROM 1 BY 1 UNTIL e > ackExcCount
               MOVE SPACES TO reportLine
               STRING axc-ref(e) " " axc-status(e) " "
                   axc-folio(e) " " axc-reason(e)
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-ROOM-LINE
           END-PERFORM
           IF ackExcOverflow > 0
               MOVE ackExcOverflow TO cntDisp
               MOVE SPACES TO reportLine
               STRING "  ... and" cntDisp " more"
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-ROOM-LINE
           END-IF
           IF ackExcCount = 0
               MOVE "  none" TO reportLine
               PERFORM PUT-ROOM-LINE
           END-IF
           PERFORM WRITE-ROOM-SUMMARY
           CLOSE room-report-file
           MOVE 'R' TO rptMode
           MOVE "ROOMEXC" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       LIST-UNACKED-POSTING.
           ADD 1 TO unackCount
           ADD cp-value TO unackValue
           MOVE 0 TO ageDays
           IF cp-date IS NUMERIC AND cp-date > 0
               COMPUTE postInteger =
                   FUNCTION INTEGER-OF-DATE(cp-date)
               IF todayInteger > postInteger
                   COMPUTE ageDays = todayInteger - postInteger
               END-IF
           END-IF
           IF ageDays > overdueDays
               ADD 1 TO overdueCount
           END-IF
           MOVE cp-value TO valueDisp
           MOVE ageDays TO ageDisp
           MOVE SPACES TO reportLine
           IF cp-status = 'N'
               STRING cp-ref " " cp-date " " cp-name " " cp-folio
                   " " cp-outlet " " valueDisp " UNSENT            "
                   ageDisp
                   DELIMITED BY SIZE INTO reportLine
           ELSE
               STRING cp-ref " " cp-date " " cp-name " " cp-folio
                   " " cp-outlet " " valueDisp " SENT     "
                   cp-sent-date " " ageDisp
                   DELIMITED BY SIZE INTO reportLine
           END-IF
           PERFORM PUT-ROOM-LINE.

       LIST-HELD-POSTING.
           ADD 1 TO onHoldCount
           MOVE cp-points TO pointsDisp
           MOVE SPACES TO reportLine
           STRING cp-ref " " cp-ack-date " " cp-name " " cp-folio
               " pts" pointsDisp " " cp-reason
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE.

       WRITE-ROOM-SUMMARY.
           MOVE SPACES TO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE "Summary" TO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE ackRead TO cntDisp
           STRING "  Acknowledgment lines read    " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE ackAccepted TO cntDisp
           STRING "  Accepted by the hotel        " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE ackRejected TO cntDisp
           STRING "  Rejected by the hotel        " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE reversedCount TO cntDisp
           STRING "  Reversed to comp balance     " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE heldCount TO cntDisp
           STRING "  Newly held for reversal      " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE ackRepeat TO cntDisp
           STRING "  Repeat acknowledgments       " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE sentCount TO cntDisp
           STRING "  Postings sent this run       " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE unackCount TO cntDisp
           MOVE unackValue TO totalDisp
           STRING "  Unacknowledged postings      " cntDisp
               "  value " totalDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE overdueCount TO cntDisp
           STRING "  Unacknowledged over " overdueDays " days  "
               cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE
           MOVE onHoldCount TO cntDisp
           STRING "  Reversals on hold            " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-ROOM-LINE.

       PUT-ROOM-LINE.
           DISPLAY reportLine
           MOVE reportLine TO room-report-record
           WRITE room-report-record
           MOVE SPACES TO reportLine.
