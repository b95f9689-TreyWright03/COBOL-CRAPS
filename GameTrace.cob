       01 balDisp          PIC ZZZZ9.99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM UNTIL traceDone = 'Y'
