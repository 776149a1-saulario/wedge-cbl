      ******************************************************************
      * Control de cotizaciones vencidas del maestro CAMBIOS: para
      * cada moneda activa referenciada por el ABMON de algun pais
      * activo de PAISES, o vigente hoy para un pais activo en el
      * maestro de monedas por pais PAIMON (paises con dos monedas
      * de curso legal o con cambio de moneda fijado), busca la
      * cotizacion mas reciente en
      * CAMBIOS y lista toda moneda cuya ultima cotizacion es mas
      * vieja que el umbral de dias configurado (o que no tiene
      * ninguna). RETURN-CODE 8 cuando hay monedas vencidas, para
      * frenar el cierre de mes antes de valuar contra una tasa
      * vieja.
      * El umbral se cuenta en dias HABILES de los paises que usan
      * la moneda (rutina MGR033 sobre FERIADOS): el lunes despues
      * de un fin de semana largo no es una tasa vencida. La fecha
      * limite sale por moneda y va en el detalle del reporte.
      *   MGR016_DIAS_UMBRAL   dias habiles de antiguedad tolerados
      *                        (default 3)
      *   MGR016_CAMBIOS_RPT   ruta del reporte
      ******************************************************************
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBIOS-AI-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIMON-AR-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-REPORTE-CAM ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
        COPY "PAISES-FS" IN "src/dds".
        COPY "MONEDAS-FS" IN "src/dds".
        COPY "CAMBIOS-FS" IN "src/dds".
        COPY "PAIMON-FS" IN "src/dds".
        FD FD-REPORTE-CAM.
        01 RG-REPORTE-CAM      PIC X(120).
        WORKING-STORAGE SECTION.
        01 FS-RPT          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 EOF-PM          PIC 9.
        01 WS-PAIMON-ABIERTO   PIC 9(1) VALUE 0.
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-ULT-TASA          PIC 9(07)V9(06).
        01 WS-TM-CNT            PIC 9(3) VALUE 0.
        01 WS-TABLA-MON-USADAS.
            05 WS-TM-ENT OCCURS 300 TIMES.
                10 WS-TM-COD        PIC X(03).
                10 WS-TM-PAI-CNT    PIC 9(02).
                10 WS-TM-PAI OCCURS 60 TIMES PIC X(02).
        01 WS-TM-IDX            PIC 9(3).
        01 WS-TM-HALLADO        PIC 9(1).
        01 WS-TM-DESBORDE       PIC 9(1) VALUE 0.
        01 WS-TM-POS            PIC 9(3).
        01 WS-PAI-IDX           PIC 9(2).
        01 WS-MON-CAND          PIC X(03).
        01 WS-PAI-HALLADO       PIC 9(1).
        01 WS-HABILES.
        COPY "HABILES-LK" IN "src/dds".
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(40) VALUE
               "MGR016 - COTIZACIONES VENCIDAS (CAMBIOS)".
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 FILLER           PIC X(7)  VALUE "UMBRAL ".
            05 WS-CAB-DIAS      PIC 9(4).
            05 FILLER           PIC X(13) VALUE " DIAS HABILES".
        01 WS-DETALLE-LINEA.
            05 WS-DET-AHCOD     PIC X(03).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-FECHA     PIC X(08).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-MOTIVO    PIC X(30).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 FILLER           PIC X(7)  VALUE "LIMITE ".
            05 WS-DET-LIMITE    PIC 9(08).

       PROCEDURE DIVISION.

       0001-Controlar-Cambios SECTION.
        DISPLAY "Controlando cotizaciones de Cambios..."
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        PERFORM 0000-Valida-FS
        PERFORM 0000-Valida-FS
        OPEN INPUT SHARING WITH ALL OTHER FD-CAMBIOS
        PERFORM 0000-Valida-FS
      *  Sin PAIMON (entidad que todavia no lo carga) quedan solo
      *  las monedas de ABMON.
        MOVE 0 TO WS-PAIMON-ABIERTO
        OPEN INPUT SHARING WITH ALL OTHER FD-PAIMON
        IF FS = 0 OR FS = 5
            MOVE 1 TO WS-PAIMON-ABIERTO
        ELSE
            DISPLAY "MGR016: no se pudo abrir PAIMON (" FS ")"
            MOVE 8 TO WS-RC
        END-IF
        OPEN OUTPUT FD-REPORTE-CAM

        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
            END-IF
        END-IF

        IF WS-PAIMON-ABIERTO = 1
            CLOSE FD-PAIMON
        END-IF
        CLOSE FD-CAMBIOS
        CLOSE FD-MONEDAS
        CLOSE FD-PAISES
        PERFORM 0000-Valida-FS
        MOVE "F" TO HB-FUNCION
        CALL "MGR033" USING WS-HABILES

        MOVE SPACES TO RG-REPORTE-CAM
        WRITE RG-REPORTE-CAM
        .

       0001-Reunir-Monedas-Usadas SECTION.
      *  Solo cuentan las monedas que algun pais ACTIVO usa (su
      *  ABMON y las vigentes hoy en PAIMON): una moneda del
      *  catalogo que nadie usa no frena el cierre. Tabla de vistos
      *  como la de MGR001/MGR008; por moneda se guardan tambien sus
      *  paises, que son los que dan el calendario de dias habiles.
        MOVE LOW-VALUES TO ABCOD
        START FD-PAISES KEY IS NOT LESS THAN ABCOD
            INVALID KEY CONTINUE
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF ABACT = 1
                IF ABMON NOT = SPACES
                    MOVE ABMON TO WS-MON-CAND
                    PERFORM 0001-Agregar-Moneda
                END-IF
                PERFORM 0001-Monedas-Paimon
            END-IF
            READ FD-PAISES NEXT
                AT END MOVE 1 TO EOF
        END-PERFORM
        .

       0001-Monedas-Paimon SECTION.
      *  Vinculos del pais en PAIMON (clave ARPAI + ARMON + ARDES)
      *  vigentes hoy. La primaria vigente ya es ABMON y no se
      *  repite: 0001-Agregar-Moneda no duplica el pais.
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
                MOVE ARMON TO WS-MON-CAND
                PERFORM 0001-Agregar-Moneda
            END-IF
            READ FD-PAIMON NEXT
                AT END MOVE 1 TO EOF-PM
            END-READ
        END-PERFORM
        .

       0001-Agregar-Moneda SECTION.
      *  Agrega WS-MON-CAND a la tabla (si no estaba) y el pais
      *  ABCOD a sus paises (si no estaba).
        MOVE 0 TO WS-TM-HALLADO
        PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-CNT
                   OR WS-TM-HALLADO = 1
            IF WS-TM-COD (WS-TM-IDX) = WS-MON-CAND
                MOVE 1 TO WS-TM-HALLADO
                MOVE WS-TM-IDX TO WS-TM-POS
            END-IF
        END-PERFORM
        IF WS-TM-HALLADO = 0
            IF WS-TM-CNT < 300
                ADD 1 TO WS-TM-CNT
                MOVE WS-MON-CAND TO WS-TM-COD (WS-TM-CNT)
                MOVE 0 TO WS-TM-PAI-CNT (WS-TM-CNT)
                MOVE WS-TM-CNT TO WS-TM-POS
                MOVE 1 TO WS-TM-HALLADO
            ELSE
                MOVE 1 TO WS-TM-DESBORDE
            END-IF
        END-IF
        IF WS-TM-HALLADO = 1
            MOVE 0 TO WS-PAI-HALLADO
            PERFORM VARYING WS-PAI-IDX FROM 1 BY 1
                    UNTIL WS-PAI-IDX > WS-TM-PAI-CNT (WS-TM-POS)
                IF WS-TM-PAI (WS-TM-POS, WS-PAI-IDX) = ABCOD
                    MOVE 1 TO WS-PAI-HALLADO
                END-IF
            END-PERFORM
            IF WS-PAI-HALLADO = 0
                    AND WS-TM-PAI-CNT (WS-TM-POS) < 60
                ADD 1 TO WS-TM-PAI-CNT (WS-TM-POS)
                MOVE ABCOD TO WS-TM-PAI (WS-TM-POS,
                    WS-TM-PAI-CNT (WS-TM-POS))
            END-IF
        END-IF
        .

       0001-Controlar-Moneda SECTION.
        MOVE WS-TM-COD (WS-TM-IDX) TO AHCOD
        READ FD-MONEDAS KEY IS AHCOD
        END-READ
        IF AHACT = 1
            ADD 1 TO WS-MONEDAS-USADAS
            PERFORM 0001-Fecha-Limite
            PERFORM 0001-Ultima-Cotizacion
            EVALUATE TRUE
                WHEN WS-ULT-FECHA = 0
        END-IF
        .

       0001-Fecha-Limite SECTION.
      *  Hoy menos el umbral en dias habiles del calendario de los
      *  paises de la moneda. Si la rutina no puede (fecha o tope
      *  de vueltas) se vuelve a los dias corridos de siempre.
        MOVE "R" TO HB-FUNCION
        MOVE WS-FECHA-HOY TO HB-FECHA
        MOVE WS-DIAS-UMBRAL TO HB-DIAS
        MOVE WS-TM-PAI-CNT (WS-TM-IDX) TO HB-PAI-CNT
        PERFORM VARYING WS-PAI-IDX FROM 1 BY 1
                UNTIL WS-PAI-IDX > 60
            MOVE WS-TM-PAI (WS-TM-IDX, WS-PAI-IDX) TO
                HB-PAI-COD (WS-PAI-IDX)
        END-PERFORM
        CALL "MGR033" USING WS-HABILES
        IF HB-RC = 0
            MOVE HB-RESULTADO TO WS-FECHA-LIMITE
        ELSE
            COMPUTE WS-DIAS-ENTERO =
                FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
                - WS-DIAS-UMBRAL
            COMPUTE WS-FECHA-LIMITE =
                FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO)
        END-IF
        .

       0001-Ultima-Cotizacion SECTION.
      *  CAMBIOS esta clavado por AICOD + AIFEC ascendente: se
      *  recorre hacia adelante el tramo de la moneda y la ultima
        ELSE
            MOVE WS-ULT-FECHA TO WS-DET-FECHA
        END-IF
        MOVE WS-FECHA-LIMITE TO WS-DET-LIMITE
        MOVE WS-DETALLE-LINEA TO RG-REPORTE-CAM
        WRITE RG-REPORTE-CAM
        .
