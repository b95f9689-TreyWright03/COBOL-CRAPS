       01 rptcat-record.
           02 rc-file          PIC X(30).
           02 rc-type          PIC X(8).
           02 rc-bus-date      PIC 9(8).
           02 rc-program       PIC X(8).
           02 rc-run-date      PIC 9(8).
           02 rc-run-time      PIC 9(6).
           02 rc-records       PIC 9(7).
           02 rc-runs          PIC 9(3).
           02 rc-status        PIC X.
           02 rc-purge-date    PIC 9(8).
