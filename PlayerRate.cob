               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ratecfg-status.
           SELECT rating-file ASSIGN TO "playrate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS rating-status.
           SELECT rate-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       01 rate-config-record.
           02 rtc-days PIC 9(3).

       FD rating-file.
       COPY "playrate.cpy".

       FD rate-report-file.
       01 rate-report-record PIC X(80).

       01 cashjrnl-status  PIC 99.
       01 ratecfg-status   PIC 99.
       01 report-status    PIC 99.
       01 rating-status    PIC 99.
       01 ledgerName       PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 opsProgram       PIC X(8) VALUE "PLAYRATE".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.

       01 rate-table.
           05 rate-entry OCCURS 100 TIMES.
           02 sw-lastTrip  PIC 9(8).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM READ-RATE-CONFIG.
           PERFORM COMPUTE-ADT.
           PERFORM RANK-BY-ADT.
           PERFORM WRITE-RATE-REPORT.
           PERFORM WRITE-RATING-FILE.
           MOVE "RATE RUN" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING "players " totalPlayers " days " rateDays
                   MOVE 1.41 TO edgePct
               WHEN "PLACE4" WHEN "PLACE5" WHEN "PLACE6"
               WHEN "PLACE8" WHEN "PLACE9" WHEN "PLACE10"
               WHEN "PLACE2" WHEN "PLACE3"
               WHEN "PLACE11" WHEN "PLACE12"
                   MOVE 4.00 TO edgePct
               WHEN "FIELD"
                   MOVE 5.56 TO edgePct
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-RATE-LINE
           END-PERFORM
           CLOSE rate-report-file
           MOVE 'R' TO rptMode
           MOVE "RATERPT" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       WRITE-RATING-FILE.
           OPEN OUTPUT rating-file
           PERFORM VARYING p FROM 1 BY 1 UNTIL p > totalPlayers
               MOVE SPACES          TO player-rating-record
               MOVE rt-name(p)      TO prt-name
               MOVE rt-theo(p)      TO prt-theo
               MOVE rt-days(p)      TO prt-days
               MOVE rt-adt(p)       TO prt-adt
               MOVE rt-lastDay(p)   TO prt-last-day
               MOVE rt-trips(p)     TO prt-trips
               MOVE todayDate       TO prt-rated
               WRITE player-rating-record
           END-PERFORM
           CLOSE rating-file.

       PUT-RATE-LINE.
           DISPLAY reportLine
