       01 dealer-record.
           02 dlr-id          PIC XXX.
           02 dlr-name        PIC X(30).
           02 dlr-active      PIC X.
           02 dlr-hired       PIC 9(8).
           02 dlr-updated     PIC 9(8).
