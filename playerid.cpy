       01 player-id-record.
           02 pid-name        PIC XXX.
           02 pid-full-name   PIC X(30).
           02 pid-birth-date  PIC 9(8).
           02 pid-id-type     PIC X(8).
           02 pid-id-number   PIC X(20).
           02 pid-id-expiry   PIC 9(8).
           02 pid-address     PIC X(40).
           02 pid-tax-id      PIC X(11).
           02 pid-enrolled    PIC 9(8).
           02 pid-updated     PIC 9(8).
