               10 rp-rows    PIC 9(6).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           DISPLAY "===== FORWARD RECOVERY =====".
