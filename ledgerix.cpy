           02 lix-table        PIC 99.
           02 lix-mode         PIC X.
           02 lix-shift        PIC 9.
           02 lix-roll         PIC 9(4).
           02 lix-stake        PIC 9(5)V99.
           02 lix-dealer       PIC XXX.
           02 lix-promo        PIC X.
           02 lix-variant      PIC X.
           02 lix-time         PIC 9(6).
