       01 cage-acct-record.
           02 ca-date          PIC 9(8).
           02 FILLER           PIC X.
           02 ca-currency      PIC 9(9)V99.
           02 FILLER           PIC X.
           02 ca-cage-chips    PIC S9(9)V99.
           02 FILLER           PIC X.
           02 ca-tray-chips    PIC 9(9)V99.
           02 FILLER           PIC X.
           02 ca-markers       PIC 9(9)V99.
           02 FILLER           PIC X.
           02 ca-front-money   PIC 9(9)V99.
           02 FILLER           PIC X.
           02 ca-chip-float    PIC 9(9)V99.
           02 FILLER           PIC X.
           02 ca-accountability PIC S9(9)V99.
           02 FILLER           PIC X.
           02 ca-expected      PIC S9(9)V99.
           02 FILLER           PIC X.
           02 ca-imbalance     PIC S9(9)V99.
