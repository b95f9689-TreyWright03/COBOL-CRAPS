       01 dealer-duty-record.
           02 dd-table         PIC 9.
           02 FILLER           PIC X.
           02 dd-date          PIC 9(8).
           02 FILLER           PIC X.
           02 dd-dealer        PIC XXX.
           02 FILLER           PIC X.
           02 dd-dealer-on     PIC 9(6).
           02 FILLER           PIC X.
           02 dd-stick         PIC XXX.
           02 FILLER           PIC X.
           02 dd-stick-on      PIC 9(6).
