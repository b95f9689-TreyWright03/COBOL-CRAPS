       01 alert-record.
           02 alt-id           PIC 9(7).
           02 alt-date         PIC 9(8).
           02 alt-time         PIC 9(6).
           02 alt-source       PIC X(8).
           02 alt-severity     PIC X(5).
           02 alt-subject      PIC X(40).
           02 alt-status       PIC X.
           02 alt-count        PIC 9(4).
           02 alt-escalated    PIC X.
           02 alt-esc-date     PIC 9(8).
           02 alt-ack-by       PIC XXX.
           02 alt-ack-date     PIC 9(8).
           02 alt-ack-time     PIC 9(6).
           02 alt-comment      PIC X(40).
           02 alt-closed-by    PIC XXX.
           02 alt-closed-date  PIC 9(8).
