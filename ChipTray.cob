       01 opsProgram       PIC X(8) VALUE "CHIPTRAY".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.

       01 tray-grid.
           05 tray-grid-entry OCCURS 9 TIMES.
               10 tg-date    PIC 9(8).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-SUPERVISOR-CODE.
           PERFORM LOAD-TRAY-GRID.
           PERFORM UNTIL trayDone = 'Y'
               END-IF
           END-PERFORM.

       GET-COUNTER-INITIALS.
           MOVE SPACES TO operInit
           MOVE SPACES TO superInit
           DISPLAY "Counted by (initials): " WITH NO ADVANCING
           ACCEPT operInit.

       TRAY-OPENING-COUNT.
           PERFORM GET-TABLE-NUMBER
           IF workTable < 1 OR workTable > 9
               MOVE 0          TO tg-credits(workTable)
               MOVE todayDate  TO tg-date(workTable)
               PERFORM SAVE-TRAY-GRID
               PERFORM GET-COUNTER-INITIALS
               MOVE "OPEN  " TO fs-type
               PERFORM WRITE-FILL-SLIP
               MOVE "TRAY OPEN" TO opsEvent
               MOVE SPACES TO opsDetail
               STRING "table " workTable " " workAmount
                   WITH NO ADVANCING
               ACCEPT physicalCount
               COMPUTE overShort = physicalCount - expectedTray
               PERFORM GET-COUNTER-INITIALS
               MOVE physicalCount TO workAmount
               MOVE "CLOSE " TO fs-type
               PERFORM WRITE-FILL-SLIP
               MOVE expectedTray TO netDisp
               DISPLAY "Expected tray:  " netDisp
               MOVE tableNet TO netDisp
                   STRING "table " workTable " o/s " netDisp
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
                   MOVE SPACES TO alertSubject
                   STRING "tray T" workTable " o/s " netDisp
                       " day " todayDate
                       DELIMITED BY SIZE INTO alertSubject
                   CALL "ALERTQ" USING opsProgram alertSeverity
                       alertSubject
               END-IF
           END-IF.

