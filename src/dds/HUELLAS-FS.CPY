        FD FD-HUELLAS.
        01 RG-HUELLA.
            05 AQKEY.
                10 AQMAE    PIC X(12).
                10 AQBLO    PIC 9(05).
            05 AQCLA    PIC X(20).
            05 AQCNT    PIC 9(09).
            05 AQHAS    PIC 9(15).
            05 AQFEC    PIC 9(08).
            05 AQHOR    PIC 9(06).
            05 AQPRG    PIC X(08).
            05 AQOPE    PIC X(08).
