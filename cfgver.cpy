       01 cfg-version-record.
           02 cvr-file      PIC X(14).
           02 FILLER        PIC X.
           02 cvr-version   PIC 9(4).
           02 FILLER        PIC X.
           02 cvr-line      PIC 9(3).
           02 FILLER        PIC X.
           02 cvr-text      PIC X(120).
