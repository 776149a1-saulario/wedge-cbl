      * pegar pantallas:
      *   - el registro de PAISES con la descripcion de su region
      *     (REGIONES) y de su moneda (MONEDAS) ya resueltas;
      *   - todas sus monedas de PAIMON con vigencia, primaria y
      *     estado a la fecha;
      *   - todas las traducciones de PAINOM;
      *   - la cantidad de USUARIOS con ese ACPAI;
      *   - el historial PAIHIST del periodo pedido, incluyendo los
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIHIST-AD-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIMON-AR-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-REPORTE-DOS ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
        COPY "PAINOM-FS" IN "src/dds".
        COPY "USUARIOS-FS" IN "src/dds".
        COPY "PAIHIST-FS" IN "src/dds".
        COPY "PAIMON-FS" IN "src/dds".
        FD FD-REPORTE-DOS.
        01 RG-REPORTE-DOS   PIC X(120).
        FD FD-CTL-ARCH.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 EOF-ARC         PIC 9.
        01 WS-PAIMON-ABIERTO   PIC 9(1) VALUE 0.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-CONTROL-PATH      PIC X(200) VALUE SPACES.
        01 WS-COD-ACTUAL        PIC X(02).
        01 WS-MOVIMIENTOS       PIC 9(9).
        01 WS-TRADUCCIONES      PIC 9(9).
        01 WS-VINCULOS          PIC 9(9).
        01 WS-LINEA-RPT         PIC X(120).
        01 WS-EVT-REG.
            05 WS-EVT-ADCOD     PIC X(02).
            05 WS-TRD-AFNOM     PIC X(40).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-TRD-ESTADO    PIC X(8).
        01 WS-MONPAI-LINEA.
            05 FILLER           PIC X(4)  VALUE SPACE.
            05 WS-MPL-AHCOD     PIC X(03).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-MPL-AHDES     PIC X(30).
            05 FILLER           PIC X(8)  VALUE "  DESDE ".
            05 WS-MPL-DESDE     PIC 9(08).
            05 FILLER           PIC X(7)  VALUE " HASTA ".
            05 WS-MPL-HASTA     PIC X(08).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-MPL-TIPO      PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-MPL-ESTADO    PIC X(8).

       PROCEDURE DIVISION.

        PERFORM 0000-Valida-FS
        OPEN INPUT SHARING WITH ALL OTHER FD-PAIHIST
        PERFORM 0000-Valida-FS
      *  PAIMON puede no existir todavia en la entidad: el dossier
      *  sale igual, sin vinculos.
        MOVE 0 TO WS-PAIMON-ABIERTO
        OPEN INPUT SHARING WITH ALL OTHER FD-PAIMON
        IF FS = 0 OR FS = 5
            MOVE 1 TO WS-PAIMON-ABIERTO
        ELSE
            DISPLAY "MGR028: no se pudo abrir PAIMON (" FS ")"
            MOVE 8 TO WS-RC
        END-IF
        OPEN OUTPUT FD-REPORTE-DOS

        MOVE SPACES TO WS-LINEA-RPT
            PERFORM 0003-Dossier-Pais
        END-PERFORM

        IF WS-PAIMON-ABIERTO = 1
            CLOSE FD-PAIMON
        END-IF
        CLOSE FD-PAIHIST
        CLOSE FD-USUARIOS
        CLOSE FD-PAINOM
        WRITE RG-REPORTE-DOS
        PERFORM 0003-Resolver-Region
        PERFORM 0003-Resolver-Moneda
        PERFORM 0003-Listar-Monedas
        MOVE SPACES TO WS-LINEA-RPT
        STRING "  USUARIOS CON ESTE PAIS: "
            WS-PED-USUARIOS (WS-PED-IDX)
        WRITE RG-REPORTE-DOS
        .

       0003-Listar-Monedas SECTION.
      *  Todas las monedas del pais en PAIMON, vigentes o no; la
      *  MONEDA de arriba es ABMON, la primaria de hoy.
        MOVE 0 TO WS-VINCULOS
        MOVE "  MONEDAS (PAIMON):" TO RG-REPORTE-DOS
        WRITE RG-REPORTE-DOS
        MOVE WS-COD-ACTUAL TO ARPAI
        MOVE LOW-VALUES TO ARMON
        MOVE 0 TO ARDES
        MOVE 0 TO EOF
        IF WS-PAIMON-ABIERTO = 0
            MOVE 1 TO EOF
        ELSE
            START FD-PAIMON KEY IS NOT LESS THAN ARKEY
                INVALID KEY MOVE 1 TO EOF
            END-START
        END-IF
        IF EOF = 0
            READ FD-PAIMON NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-IF
        PERFORM UNTIL EOF = 1 OR ARPAI NOT = WS-COD-ACTUAL
            ADD 1 TO WS-VINCULOS
            MOVE ARMON TO WS-MPL-AHCOD
            MOVE ARMON TO AHCOD
            READ FD-MONEDAS KEY IS AHCOD
                INVALID KEY
                    MOVE "(NO CATALOGADA)" TO WS-MPL-AHDES
                NOT INVALID KEY
                    MOVE AHDES TO WS-MPL-AHDES
            END-READ
            MOVE ARDES TO WS-MPL-DESDE
            IF ARHAS = 99999999
                MOVE "ABIERTA" TO WS-MPL-HASTA
            ELSE
                MOVE ARHAS TO WS-MPL-HASTA
            END-IF
            IF ARPRI = 1
                MOVE "PRIMARIA" TO WS-MPL-TIPO
            ELSE
                MOVE "SECUNDARIA" TO WS-MPL-TIPO
            END-IF
            EVALUATE TRUE
                WHEN ARDES > WS-FECHA-HOY
                    MOVE "FUTURA" TO WS-MPL-ESTADO
                WHEN ARHAS < WS-FECHA-HOY
                    MOVE "VENCIDA" TO WS-MPL-ESTADO
                WHEN OTHER
                    MOVE "VIGENTE" TO WS-MPL-ESTADO
            END-EVALUATE
            MOVE WS-MONPAI-LINEA TO RG-REPORTE-DOS
            WRITE RG-REPORTE-DOS
            READ FD-PAIMON NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        IF WS-VINCULOS = 0
            MOVE "    (SIN VINCULOS)" TO RG-REPORTE-DOS
            WRITE RG-REPORTE-DOS
        END-IF
        .

       0004-Listar-Traducciones SECTION.
        MOVE 0 TO WS-TRADUCCIONES
        MOVE "  TRADUCCIONES (PAINOM):" TO RG-REPORTE-DOS
