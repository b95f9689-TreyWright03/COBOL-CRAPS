       01 coupon-record.
           02 cpn-serial       PIC 9(8).
           02 cpn-type         PIC X.
           02 cpn-face         PIC 9(5)V99.
           02 cpn-player       PIC XXX.
           02 cpn-issued       PIC 9(8).
           02 cpn-expiry       PIC 9(8).
           02 cpn-status       PIC X.
           02 cpn-redeemed     PIC 9(8).
           02 cpn-game         PIC 9(6).
           02 cpn-bet          PIC X(10).
           02 cpn-paid         PIC 9(5)V99.
           02 cpn-issuer       PIC XXX.
