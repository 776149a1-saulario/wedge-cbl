        FD FD-ENTIDADES.
        01 RG-ENTIDAD.
            05 APCOD    PIC X(08).
            05 APDES    PIC X(40).
            05 APPER    PIC X(08).
            05 APACT    PIC 9(01).
            05 APORD    PIC 9(04).
