        FD FD-PAIMON.
        01 RG-PAIMON.
            05 ARKEY.
                10 ARPAI    PIC X(02).
                10 ARMON    PIC X(03).
                10 ARDES    PIC 9(08).
            05 ARHAS    PIC 9(08).
            05 ARPRI    PIC 9(01).
