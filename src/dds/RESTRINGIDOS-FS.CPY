        FD FD-RESTRINGIDOS.
        01 RG-RESTRINGIDO.
            05 AOKEY.
                10 AOPAI    PIC X(02).
                10 AOFEC    PIC 9(08).
            05 AOHAS    PIC 9(08).
            05 AONIV    PIC 9(01).
            05 AOMOT    PIC X(40).
