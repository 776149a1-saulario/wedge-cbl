        FD FD-CAMBMES.
        01 RG-CAMBMES.
            05 ALKEY.
                10 ALCOD    PIC X(03).
                10 ALPER    PIC 9(06).
            05 ALPRO    PIC 9(07)V9(06).
            05 ALCIE    PIC 9(07)V9(06).
            05 ALMAX    PIC 9(07)V9(06).
            05 ALMIN    PIC 9(07)V9(06).
            05 ALDIA    PIC 9(02).
            05 ALHUE    PIC 9(02).
            05 ALFEC    PIC 9(08).
            05 ALJOB    PIC X(08).
