       01 player-rating-record.
           02 prt-name         PIC XXX.
           02 FILLER           PIC X.
           02 prt-theo         PIC S9(9)V99.
           02 FILLER           PIC X.
           02 prt-days         PIC 9(3).
           02 FILLER           PIC X.
           02 prt-adt          PIC S9(7)V99.
           02 FILLER           PIC X.
           02 prt-last-day     PIC 9(8).
           02 FILLER           PIC X.
           02 prt-trips        PIC 9(4).
           02 FILLER           PIC X.
           02 prt-rated        PIC 9(8).
