           02 ledger-mode      PIC X.
           02 FILLER           PIC X.
           02 ledger-shift     PIC 9.
           02 FILLER           PIC X.
           02 ledger-roll      PIC 9(4).
           02 FILLER           PIC X.
           02 ledger-stake     PIC 9(5)V99.
           02 FILLER           PIC X.
           02 ledger-dealer    PIC XXX.
           02 FILLER           PIC X.
           02 ledger-promo     PIC X.
           02 FILLER           PIC X.
           02 ledger-variant   PIC X.
           02 FILLER           PIC X.
           02 ledger-time      PIC 9(6).
