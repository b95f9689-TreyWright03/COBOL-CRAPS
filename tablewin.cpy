       01 table-win-record.
           02 tw-date          PIC 9(8).
           02 FILLER           PIC X.
           02 tw-table         PIC 9.
           02 FILLER           PIC X.
           02 tw-drop          PIC 9(7)V99.
           02 FILLER           PIC X.
           02 tw-open          PIC 9(7)V99.
           02 FILLER           PIC X.
           02 tw-close         PIC 9(7)V99.
           02 FILLER           PIC X.
           02 tw-fills         PIC 9(7)V99.
           02 FILLER           PIC X.
           02 tw-credits       PIC 9(7)V99.
           02 FILLER           PIC X.
           02 tw-win           PIC S9(8)V99.
           02 FILLER           PIC X.
           02 tw-ledger-net    PIC S9(8)V99.
           02 FILLER           PIC X.
           02 tw-hold-pct      PIC S9(4)V99.
           02 FILLER           PIC X.
           02 tw-status        PIC X(8).
