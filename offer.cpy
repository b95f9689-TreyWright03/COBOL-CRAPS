       01 offer-record.
           02 ofr-key.
               03 ofr-player   PIC XXX.
               03 ofr-campaign PIC X(6).
           02 ofr-code         PIC X(8).
           02 ofr-group        PIC X.
           02 ofr-selected     PIC 9(8).
           02 ofr-expiry       PIC 9(8).
           02 ofr-adt          PIC S9(7)V99.
           02 ofr-last-play    PIC 9(8).
           02 ofr-redeemed     PIC 9(8).
           02 ofr-clerk        PIC XXX.
