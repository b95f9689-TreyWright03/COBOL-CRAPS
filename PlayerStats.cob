               10 st-lost      PIC 9(8)V99.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           COMPUTE todayInteger =
               FUNCTION INTEGER-OF-DATE(todayDate).
           PERFORM UNTIL statsDone = 'Y'
                   MOVE 3 TO f
               WHEN "PLACE4" WHEN "PLACE5" WHEN "PLACE6"
               WHEN "PLACE8" WHEN "PLACE9" WHEN "PLACE10"
               WHEN "PLACE2" WHEN "PLACE3"
               WHEN "PLACE11" WHEN "PLACE12"
                   MOVE 4 TO f
               WHEN "FIELD"
                   MOVE 5 TO f
