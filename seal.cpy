       01 seal-record.
           02 sl-signed.
               03 sl-seq        PIC 9(7).
               03 FILLER        PIC X.
               03 sl-date       PIC 9(8).
               03 FILLER        PIC X.
               03 sl-time       PIC 9(6).
               03 FILLER        PIC X.
               03 sl-kind       PIC X(6).
               03 FILLER        PIC X.
               03 sl-file       PIC X(30).
               03 FILLER        PIC X.
               03 sl-from       PIC 9(9).
               03 FILLER        PIC X.
               03 sl-to         PIC 9(9).
               03 FILLER        PIC X.
               03 sl-program    PIC X(8).
               03 FILLER        PIC X.
               03 sl-content-h1 PIC 9(10).
               03 sl-content-h2 PIC 9(10).
               03 FILLER        PIC X.
           02 sl-seal-h1        PIC 9(10).
           02 sl-seal-h2        PIC 9(10).
