       01 ptAtsAll         PIC 9(3) VALUE 150.
       01 ptAtsTall        PIC 9(3) VALUE 30.
       01 ptAtsSmall       PIC 9(3) VALUE 30.
       01 ptPlace212Num    PIC 99 VALUE 11.
       01 ptPlace212Den    PIC 99 VALUE 2.
       01 ptPlace311Num    PIC 99 VALUE 11.
       01 ptPlace311Den    PIC 99 VALUE 4.
       01 ptOdds212Num     PIC 99 VALUE 6.
       01 ptOdds212Den     PIC 99 VALUE 1.
       01 ptOdds311Num     PIC 99 VALUE 3.
       01 ptOdds311Den     PIC 99 VALUE 1.
