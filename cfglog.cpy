       01 cfg-log-record.
           02 clg-file      PIC X(14).
           02 FILLER        PIC X.
           02 clg-version   PIC 9(4).
           02 FILLER        PIC X.
           02 clg-action    PIC X(6).
           02 FILLER        PIC X.
           02 clg-eff-date  PIC 9(8).
           02 FILLER        PIC X.
           02 clg-lines     PIC 9(3).
           02 FILLER        PIC X.
           02 clg-by        PIC XXX.
           02 FILLER        PIC X.
           02 clg-approver  PIC XXX.
           02 FILLER        PIC X.
           02 clg-date      PIC 9(8).
           02 FILLER        PIC X.
           02 clg-time      PIC 9(6).
           02 FILLER        PIC X.
           02 clg-reason    PIC X(40).
