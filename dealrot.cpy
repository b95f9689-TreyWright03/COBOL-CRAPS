       01 dealer-rota-record.
           02 dr-date          PIC 9(8).
           02 FILLER           PIC X.
           02 dr-table         PIC 9.
           02 FILLER           PIC X.
           02 dr-position      PIC X(6).
           02 FILLER           PIC X.
           02 dr-dealer        PIC XXX.
           02 FILLER           PIC X.
           02 dr-on            PIC 9(6).
           02 FILLER           PIC X.
           02 dr-off           PIC 9(6).
