       01 toke-dist-record.
           02 td-date          PIC 9(8).
           02 FILLER           PIC X.
           02 td-dealer        PIC XXX.
           02 FILLER           PIC X.
           02 td-minutes       PIC 9(5).
           02 FILLER           PIC X.
           02 td-share         PIC 9(7)V99.
           02 FILLER           PIC X.
           02 td-pool          PIC 9(7)V99.
