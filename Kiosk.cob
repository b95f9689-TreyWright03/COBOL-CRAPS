           05 activity-line OCCURS 10 TIMES PIC X(40).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM UNTIL kioskDone = 'Y'
               DISPLAY " "
               DISPLAY "===== PLAYER KIOSK ====="
