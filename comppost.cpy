       01 comp-post-record.
           02 cp-ref           PIC 9(8).
           02 cp-date          PIC 9(8).
           02 cp-time          PIC 9(6).
           02 cp-name          PIC XXX.
           02 cp-folio         PIC X(10).
           02 cp-outlet        PIC X(6).
           02 cp-points        PIC 9(7).
           02 cp-value         PIC 9(5)V99.
           02 cp-clerk         PIC XXX.
           02 cp-status        PIC X.
           02 cp-sent-date     PIC 9(8).
           02 cp-ack-date      PIC 9(8).
           02 cp-reason        PIC X(20).
