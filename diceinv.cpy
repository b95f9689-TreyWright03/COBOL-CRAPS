       01 dice-inventory-record.
           02 dci-serial      PIC X(8).
           02 FILLER          PIC X.
           02 dci-in-service  PIC 9(8).
           02 FILLER          PIC X.
           02 dci-table       PIC 9.
           02 FILLER          PIC X.
           02 dci-retired     PIC 9(8).
