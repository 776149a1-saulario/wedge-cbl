        FD FD-PAIPEN.
        01 RG-PAIPEN.
            05 ANKEY.
                10 ANCOD    PIC X(02).
                10 ANFEC    PIC 9(08).
                10 ANHOR    PIC 9(06).
                10 ANSEQ    PIC 9(04).
            05 ANFUN    PIC X(01).
            05 ANVAL    PIC X(40).
            05 ANANT    PIC X(62).
            05 ANNUE    PIC X(62).
            05 ANEST    PIC X(01).
            05 ANOPE    PIC X(08).
            05 ANAPR    PIC X(08).
            05 ANFDE    PIC 9(08).
            05 ANHDE    PIC 9(06).
