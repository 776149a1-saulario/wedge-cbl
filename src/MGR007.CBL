      * el ABNOM del maestro marcado con "*" como sin traduccion;
      * el idioma elegido va en la cabecera de pagina y la cantidad
      * de nombres sin traduccion en los totales.
      * La columna MONEDAS lleva todas las monedas del pais vigentes
      * a la fecha: primero ABMON (la primaria) y despues las demas
      * vigentes en PAIMON.
      *   MGR007_DIRECTORIO_RPT   ruta del reporte
      *   MGR007_IDIOMA           idioma del directorio (opcional)
      ******************************************************************
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAINOM-AF-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIMON-AR-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT SD-ORDEN-DIR ASSIGN TO WS-ORDEN-PATH.
        SELECT FD-REPORTE-DIR ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
        COPY "PAISES-FS" IN "src/dds".
        COPY "REGIONES-FS" IN "src/dds".
        COPY "PAINOM-FS" IN "src/dds".
        COPY "PAIMON-FS" IN "src/dds".
        SD SD-ORDEN-DIR.
        01 RG-ORDEN-DIR.
            05 SO-ABREG     PIC X(02).
            05 SO-ABNUM     PIC 9(03).
            05 SO-ABACT     PIC 9(01).
            05 SO-TRAD      PIC 9(01).
            05 SO-MONEDAS   PIC X(32).
        FD FD-REPORTE-DIR.
        01 RG-REPORTE-DIR      PIC X(132).
        WORKING-STORAGE SECTION.
        01 FS-RPT          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 EOF-PM          PIC 9.
        01 WS-PAIMON-ABIERTO   PIC 9(1) VALUE 0.
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-TOT-INACTIVOS     PIC 9(9) VALUE 0.
        01 WS-IDIOMA-RPT        PIC X(02) VALUE SPACES.
        01 WS-SIN-TRADUCCION    PIC 9(9) VALUE 0.
        01 WS-MON-PTR           PIC 9(3).
        01 WS-MON-VISTA         PIC 9(3).
        01 WS-CAB1-LINEA.
            05 FILLER           PIC X(42) VALUE
               "MGR007 - DIRECTORIO DE PAISES POR REGION".
            05 FILLER           PIC X(40) VALUE "ABNOM".
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(8)  VALUE "ESTADO".
            05 FILLER           PIC X(4)  VALUE SPACE.
            05 FILLER           PIC X(7)  VALUE "MONEDAS".
        01 WS-GRUPO-LINEA.
            05 FILLER           PIC X(8)  VALUE "REGION: ".
            05 WS-GRP-ABREG     PIC X(02).
            05 WS-DET-MARCA     PIC X(1).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-ESTADO    PIC X(8).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 WS-DET-MONEDAS   PIC X(32).
        01 WS-SUBTOT-LINEA.
            05 FILLER           PIC X(23) VALUE
               "  TOTAL PAISES REGION: ".
            OPEN INPUT SHARING WITH ALL OTHER FD-PAINOM
            PERFORM 0000-Valida-FS
        END-IF
      *  Sin PAIMON en la entidad la columna lleva solo ABMON.
        MOVE 0 TO WS-PAIMON-ABIERTO
        OPEN INPUT SHARING WITH ALL OTHER FD-PAIMON
        IF FS = 0 OR FS = 5
            MOVE 1 TO WS-PAIMON-ABIERTO
        ELSE
            DISPLAY "MGR007: no se pudo abrir PAIMON (" FS ")"
            MOVE 8 TO WS-RC
        END-IF
        MOVE 0 TO EOF
        READ FD-PAISES NEXT
            AT END MOVE 1 TO EOF
            MOVE ABCD3 TO SO-ABCD3
            MOVE ABNUM TO SO-ABNUM
            MOVE ABACT TO SO-ABACT
            PERFORM 0001-Monedas-Pais
            RELEASE RG-ORDEN-DIR
            READ FD-PAISES NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        IF WS-PAIMON-ABIERTO = 1
            CLOSE FD-PAIMON
        END-IF
        CLOSE FD-PAISES
        PERFORM 0000-Valida-FS
        IF WS-IDIOMA-RPT NOT = SPACES
        END-IF
        .

       0001-Monedas-Pais SECTION.
      *  ABMON y despues las monedas de PAIMON vigentes hoy (clave
      *  ARPAI + ARMON + ARDES), sin repetir, separadas por blanco.
        MOVE SPACES TO SO-MONEDAS
        MOVE 1 TO WS-MON-PTR
        IF ABMON NOT = SPACES
            STRING ABMON DELIMITED BY SIZE
                INTO SO-MONEDAS WITH POINTER WS-MON-PTR
            END-STRING
        END-IF
        MOVE ABCOD TO ARPAI
        MOVE LOW-VALUES TO ARMON
        MOVE 0 TO ARDES
        MOVE 0 TO EOF-PM
        IF WS-PAIMON-ABIERTO = 0
            MOVE 1 TO EOF-PM
        ELSE
            START FD-PAIMON KEY IS NOT LESS THAN ARKEY
                INVALID KEY MOVE 1 TO EOF-PM
            END-START
        END-IF
        IF EOF-PM = 0
            READ FD-PAIMON NEXT
                AT END MOVE 1 TO EOF-PM
            END-READ
        END-IF
        PERFORM UNTIL EOF-PM = 1 OR ARPAI NOT = ABCOD
            IF ARDES NOT > WS-FECHA-HOY AND ARHAS NOT < WS-FECHA-HOY
                MOVE 0 TO WS-MON-VISTA
                INSPECT SO-MONEDAS TALLYING WS-MON-VISTA
                    FOR ALL ARMON
                IF WS-MON-VISTA = 0
                        AND WS-MON-PTR < LENGTH OF SO-MONEDAS - 3
                    IF WS-MON-PTR > 1
                        ADD 1 TO WS-MON-PTR
                    END-IF
                    STRING ARMON DELIMITED BY SIZE
                        INTO SO-MONEDAS WITH POINTER WS-MON-PTR
                    END-STRING
                END-IF
            END-IF
            READ FD-PAIMON NEXT
                AT END MOVE 1 TO EOF-PM
            END-READ
        END-PERFORM
        .

       0001-Traducir-Nombre SECTION.
      *  Nombre del pais en el idioma pedido (PAINOM, como hace
      *  MGR003); sin traduccion activa se conserva ABNOM y el
        MOVE SO-ABCD3 TO WS-DET-ABCD3
        MOVE SO-ABNUM TO WS-DET-ABNUM
        MOVE SO-ABNOM TO WS-DET-ABNOM
        MOVE SO-MONEDAS TO WS-DET-MONEDAS
        IF WS-IDIOMA-RPT NOT = SPACES AND SO-TRAD = 0
            MOVE "*" TO WS-DET-MARCA
            ADD 1 TO WS-SIN-TRADUCCION
