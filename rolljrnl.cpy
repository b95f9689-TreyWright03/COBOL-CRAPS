           02 rj-table     PIC 99.
           02 FILLER       PIC X.
           02 rj-mode      PIC X.
           02 FILLER       PIC X.
           02 rj-dice-set  PIC X(8).
           02 FILLER       PIC X.
           02 rj-dealer    PIC XXX.
           02 FILLER       PIC X.
           02 rj-stick     PIC XXX.
           02 FILLER       PIC X.
           02 rj-date      PIC 9(8).
           02 FILLER       PIC X.
           02 rj-time      PIC 9(6).
