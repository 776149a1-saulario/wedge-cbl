      *  Trabajo del ajuste de huellas en linea (copy HUELLA-TX-PR).
      *  La transaccion declara ademas el area de MGR048:
      *      01 WS-HUELLA.
      *      COPY "HUELLA-LK" IN "src/dds".
        COPY "HUELLA-MA-WS" IN "src/dds".
        01 WS-HT-RESP           PIC S9(8) COMP.
      *  Registro de HUELLAS (mismo layout que HUELLAS-FS)
        01 WS-HT-REG.
            05 WS-HT-KEY.
                10 WS-HT-MAE    PIC X(12).
                10 WS-HT-BLO    PIC 9(05).
            05 WS-HT-CLA        PIC X(20).
            05 WS-HT-CNT        PIC 9(09).
            05 WS-HT-HAS        PIC 9(15).
            05 WS-HT-FEC        PIC 9(08).
            05 WS-HT-HOR        PIC 9(06).
            05 WS-HT-PRG        PIC X(08).
            05 WS-HT-OPE        PIC X(08).
        01 WS-HT-IMAGEN         PIC X(100).
        01 WS-HT-CLAVE          PIC X(20).
        01 WS-HT-HASH-IDX       PIC 9(03).
        01 WS-HT-HASH           PIC 9(15).
        01 WS-HT-BLO-NUM        PIC 9(05).
        01 WS-HT-FIN            PIC 9(01).
        01 WS-HT-FECHA          PIC 9(08).
        01 WS-HT-HORA           PIC 9(08).
      *  Imagen anterior y nueva: hash, clave y bloque de cada una
        01 WS-HT-ANT-HASH       PIC 9(15).
        01 WS-HT-ANT-BLO        PIC 9(05).
        01 WS-HT-NUE-HASH       PIC 9(15).
        01 WS-HT-NUE-CLAVE      PIC X(20).
        01 WS-HT-NUE-BLO        PIC 9(05).
