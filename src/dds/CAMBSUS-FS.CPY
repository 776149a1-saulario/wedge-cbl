        FD FD-CAMBSUS.
        01 RG-CAMBSUS.
            05 AMKEY.
                10 AMCOD    PIC X(03).
                10 AMFEC    PIC 9(08).
            05 AMTAS    PIC 9(07)V9(06).
            05 AMANT    PIC 9(07)V9(06).
            05 AMFAN    PIC 9(08).
            05 AMVAR    PIC 9(05)V9(02).
            05 AMTOL    PIC 9(03).
            05 AMEST    PIC X(01).
            05 AMJOB    PIC X(08).
            05 AMFSU    PIC 9(08).
            05 AMHSU    PIC 9(06).
            05 AMOPE    PIC X(08).
            05 AMFDE    PIC 9(08).
            05 AMHDE    PIC 9(06).
