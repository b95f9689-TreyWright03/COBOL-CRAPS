           02 ptf-ats-tall     PIC 9(3).
           02 FILLER           PIC X.
           02 ptf-ats-small    PIC 9(3).
           02 FILLER           PIC X.
           02 ptf-place212-num PIC 99.
           02 FILLER           PIC X.
           02 ptf-place212-den PIC 99.
           02 FILLER           PIC X.
           02 ptf-place311-num PIC 99.
           02 FILLER           PIC X.
           02 ptf-place311-den PIC 99.
           02 FILLER           PIC X.
           02 ptf-odds212-num  PIC 99.
           02 FILLER           PIC X.
           02 ptf-odds212-den  PIC 99.
           02 FILLER           PIC X.
           02 ptf-odds311-num  PIC 99.
           02 FILLER           PIC X.
           02 ptf-odds311-den  PIC 99.
