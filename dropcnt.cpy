       01 drop-count-record.
           02 dc-date          PIC 9(8).
           02 FILLER           PIC X.
           02 dc-table         PIC 9.
           02 dc-denom-count OCCURS 6 TIMES.
               03 FILLER       PIC X.
               03 dc-qty       PIC 9(5).
           02 FILLER           PIC X.
           02 dc-drop          PIC 9(7)V99.
           02 FILLER           PIC X.
           02 dc-counter1      PIC XXX.
           02 FILLER           PIC X.
           02 dc-counter2      PIC XXX.
           02 FILLER           PIC X.
           02 dc-super         PIC XXX.
           02 FILLER           PIC X.
           02 dc-time          PIC 9(6).
