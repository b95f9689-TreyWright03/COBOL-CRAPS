       01 seat-record.
           02 st-name          PIC XXX.
           02 st-table         PIC 9.
           02 st-program       PIC X(8).
           02 st-date          PIC 9(8).
           02 st-time          PIC 9(6).
