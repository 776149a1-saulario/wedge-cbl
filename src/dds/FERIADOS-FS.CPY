        FD FD-FERIADOS.
        01 RG-FERIADO.
            05 AKKEY.
                10 AKPAI    PIC X(02).
                10 AKFEC    PIC 9(08).
            05 AKDES    PIC X(40).
            05 AKACT    PIC 9(01).
