       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR038.
      ******************************************************************
      * Matriz de tipos cruzados: para una fecha pedida arma la
      * matriz de todas las monedas activas de MONEDAS contra todas,
      * pasando por la moneda base con la rutina MGR034 (misma regla
      * de tasa vigente a la fecha y de redondeo a los AHDEC de la
      * moneda de la columna que usa cualquier conversion).
      * Cada celda es el valor de MGR038_UNIDADES unidades de la
      * moneda de la fila expresado en la moneda de la columna.
      * Reporte de 132 columnas en bloques de seis monedas por
      * columna; la moneda cuya ultima tasa es anterior a la fecha
      * pedida sale marcada con "*" en fila y columna (con un umbral
      * de dias habiles, la que es mas vieja que ese umbral en el
      * calendario de sus paises: criterio de MGR016, rutina
      * MGR033), y la que no tiene ninguna tasa a la fecha con "!"
      * (celdas SIN TASA). Tambien se escribe el CSV de la matriz
      * completa con la tasa cruzada sin redondear. RC 4 si alguna
      * moneda esta vencida o sin tasa.
      *   1er parametro o MGR038_FECHA  AAAAMMDD (default hoy)
      *   MGR038_UNIDADES      unidades de la moneda de la fila
      *                        (default 1)
      *   MGR038_DIAS_UMBRAL   dias habiles de antiguedad tolerados
      *                        (default 0: toda tasa anterior a la
      *                        fecha pedida se marca)
      *   MGR038_RPT           ruta del reporte
      *   MGR038_CSV           ruta del CSV
      *   MGR034_MONEDA_BASE   moneda base (default USD)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "PAISES-AB-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "MONEDAS-AH-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-REPORTE ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CSV ASSIGN TO WS-CSV-PATH
            FILE STATUS IS FS-CSV
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "PAISES-FS" IN "src/dds".
        COPY "MONEDAS-FS" IN "src/dds".
        FD FD-REPORTE.
        01 RG-REPORTE       PIC X(132).
        FD FD-CSV.
        01 RG-CSV           PIC X(200).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-RPT          PIC 99.
        01 FS-CSV          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-CSV-PATH          PIC X(200) VALUE SPACES.
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-FECHA-PEDIDA      PIC 9(08).
        01 WS-FECHA-TXT         PIC X(08).
        01 WS-UNIDADES          PIC 9(07) VALUE 1.
        01 WS-UNIDADES-TXT      PIC X(07).
        01 WS-DIAS-UMBRAL       PIC 9(4) VALUE 0.
        01 WS-CAB-TXT           PIC X(04).
        01 WS-DIAS-TXT          PIC X(4).
        01 WS-DIAS-ENTERO       PIC 9(7).
        01 WS-MONEDA-BASE       PIC X(03).
        01 WS-TM-CNT            PIC 9(3) VALUE 0.
        01 WS-TABLA-MONEDAS.
            05 WS-TM-ENT OCCURS 300 TIMES.
                10 WS-TM-COD        PIC X(03).
                10 WS-TM-MARCA      PIC X(01).
                10 WS-TM-FECHA      PIC 9(08).
                10 WS-TM-LIMITE     PIC 9(08).
                10 WS-TM-PAI-CNT    PIC 9(02).
                10 WS-TM-PAI OCCURS 60 TIMES PIC X(02).
        01 WS-TM-IDX            PIC 9(3).
        01 WS-TM-POS            PIC 9(3).
        01 WS-TM-DESBORDE       PIC 9(1) VALUE 0.
        01 WS-FIL-IDX           PIC 9(3).
        01 WS-COL-IDX           PIC 9(3).
        01 WS-COL-DESDE         PIC 9(3).
        01 WS-COL-HASTA         PIC 9(3).
        01 WS-CEL-IDX           PIC 9(1).
        01 WS-PAI-IDX           PIC 9(2).
        01 WS-VENCIDAS          PIC 9(5) VALUE 0.
        01 WS-SIN-TASA          PIC 9(5) VALUE 0.
        01 WS-CELDAS            PIC 9(9) VALUE 0.
        01 WS-ED-VALOR          PIC Z(10)9.9(6).
        01 WS-ED-LEN            PIC 9(2).
        01 WS-ED-TASA           PIC Z(8)9.9(9).
        01 WS-CELDA-TXT         PIC X(20) JUSTIFIED RIGHT.
        01 WS-CSV-VALOR         PIC X(20).
        01 WS-CSV-TASA          PIC X(20).
        01 WS-CSV-ESTADO        PIC X(10).
        01 WS-CSV-LINEA         PIC X(200).
        01 WS-HABILES.
        COPY "HABILES-LK" IN "src/dds".
        01 WS-CONVIERTE.
        COPY "CONVIERTE-LK" IN "src/dds".
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(40) VALUE
               "MGR038 - MATRIZ DE TIPOS CRUZADOS".
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(5)  VALUE "BASE ".
            05 WS-CAB-BASE      PIC X(03).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(9)  VALUE "UNIDADES ".
            05 WS-CAB-UNIDADES  PIC Z(6)9.
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(7)  VALUE "UMBRAL ".
            05 WS-CAB-DIAS      PIC Z(3)9.
            05 FILLER           PIC X(13) VALUE " DIAS HABILES".
        01 WS-LEYENDA-LINEA.
            05 FILLER           PIC X(48) VALUE
               "FILA = MONEDA ORIGEN  COLUMNA = MONEDA DESTINO".
            05 FILLER           PIC X(84) VALUE
               "  * TASA VENCIDA  ! SIN TASA A LA FECHA".
        01 WS-BLOQUE-LINEA.
            05 WS-BL-ROTULO     PIC X(06).
            05 WS-BL-CELDA OCCURS 6 TIMES.
                10 FILLER           PIC X(01).
                10 WS-BL-TXT        PIC X(20).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        IF WS-RC = 0
            PERFORM 0001-Armar-Matriz
        END-IF
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Valida-FS SECTION.
        IF FS NOT = 0
            MOVE 8 TO WS-RC
        END-IF
        .

       0000-Leer-Parm SECTION.
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR038_FECHA"
        END-IF
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA (1:8) TO WS-FECHA-TXT
            IF WS-FECHA-TXT IS NUMERIC
                MOVE WS-FECHA-TXT TO WS-FECHA-PEDIDA
            ELSE
                DISPLAY "MGR038: fecha invalida (AAAAMMDD): "
                    WS-PARM-ENTRADA (1:20)
                MOVE 12 TO WS-RC
            END-IF
        END-IF
        MOVE SPACES TO WS-UNIDADES-TXT
        ACCEPT WS-UNIDADES-TXT FROM ENVIRONMENT "MGR038_UNIDADES"
        IF WS-UNIDADES-TXT IS NUMERIC
            MOVE WS-UNIDADES-TXT TO WS-UNIDADES
        END-IF
        IF WS-UNIDADES = 0
            MOVE 1 TO WS-UNIDADES
        END-IF
        MOVE SPACES TO WS-DIAS-TXT
        ACCEPT WS-DIAS-TXT FROM ENVIRONMENT "MGR038_DIAS_UMBRAL"
        IF WS-DIAS-TXT IS NUMERIC
            MOVE WS-DIAS-TXT TO WS-DIAS-UMBRAL
        END-IF
        MOVE SPACES TO WS-MONEDA-BASE
        ACCEPT WS-MONEDA-BASE FROM ENVIRONMENT "MGR034_MONEDA_BASE"
        IF WS-MONEDA-BASE = SPACES
            MOVE "USD" TO WS-MONEDA-BASE
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR038_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE "matriz_cambios.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR038_CSV"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-CSV-PATH
        ELSE
            MOVE "matriz_cambios.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-CSV-PATH
        END-IF
        .

       0001-Armar-Matriz SECTION.
        DISPLAY "Matriz de tipos cruzados al " WS-FECHA-PEDIDA "..."
        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        PERFORM 0000-Valida-FS
        OPEN INPUT SHARING WITH ALL OTHER FD-MONEDAS
        PERFORM 0000-Valida-FS
        IF WS-RC NOT = 0
            DISPLAY "MGR038: no se pudieron abrir los maestros"
      *  El que no llego a abrirse solo deja FS 42
            CLOSE FD-PAISES FD-MONEDAS
            GO TO 0001-Armar-Matriz-Fin
        END-IF
        PERFORM 0001-Reunir-Monedas
        CLOSE FD-MONEDAS
        CLOSE FD-PAISES
        PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-CNT
            PERFORM 0001-Estado-Moneda
        END-PERFORM

        OPEN OUTPUT FD-REPORTE
        OPEN OUTPUT FD-CSV
        MOVE SPACES TO RG-CSV
        STRING "ORIGEN,DESTINO,FECHA,UNIDADES,VALOR,TASA,"
            "FECHA_TASA_ORIGEN,FECHA_TASA_DESTINO,ESTADO"
            DELIMITED BY SIZE INTO RG-CSV
        WRITE RG-CSV

        MOVE WS-FECHA-PEDIDA TO WS-CAB-FECHA
        MOVE WS-MONEDA-BASE TO WS-CAB-BASE
        MOVE WS-UNIDADES TO WS-CAB-UNIDADES
        MOVE WS-DIAS-UMBRAL TO WS-CAB-DIAS
        MOVE WS-CABECERA-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE WS-LEYENDA-LINEA TO RG-REPORTE
        WRITE RG-REPORTE

      *  Bloques de seis columnas: cada bloque lista todas las filas.
        MOVE 1 TO WS-COL-DESDE
        PERFORM UNTIL WS-COL-DESDE > WS-TM-CNT
            COMPUTE WS-COL-HASTA = WS-COL-DESDE + 5
            IF WS-COL-HASTA > WS-TM-CNT
                MOVE WS-TM-CNT TO WS-COL-HASTA
            END-IF
            PERFORM 0002-Bloque
            ADD 6 TO WS-COL-DESDE
        END-PERFORM
        IF WS-TM-DESBORDE = 1
            MOVE "  (MAS DE 300 MONEDAS ACTIVAS - FALTAN)" TO
                RG-REPORTE
            WRITE RG-REPORTE
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        END-IF

        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        STRING "MONEDAS: " WS-TM-CNT
            "  VENCIDAS (*): " WS-VENCIDAS
            "  SIN TASA (!): " WS-SIN-TASA
            "  CELDAS: " WS-CELDAS
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        CLOSE FD-REPORTE
        CLOSE FD-CSV
        MOVE "F" TO CV-FUNCION
        CALL "MGR034" USING WS-CONVIERTE
        MOVE "F" TO HB-FUNCION
        CALL "MGR033" USING WS-HABILES

        DISPLAY "=== Matriz de tipos cruzados ==="
        DISPLAY "Monedas activas    : " WS-TM-CNT
        DISPLAY "Monedas vencidas   : " WS-VENCIDAS
        DISPLAY "Monedas sin tasa   : " WS-SIN-TASA
        IF (WS-VENCIDAS > 0 OR WS-SIN-TASA > 0) AND WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        .
       0001-Armar-Matriz-Fin.
        EXIT.

       0001-Reunir-Monedas SECTION.
      *  Monedas activas y, por moneda, los paises activos que la
      *  usan por ABMON (calendario de dias habiles, como MGR016).
        MOVE LOW-VALUES TO AHCOD
        START FD-MONEDAS KEY IS NOT LESS THAN AHCOD
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-MONEDAS NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF AHACT = 1
                IF WS-TM-CNT < 300
                    ADD 1 TO WS-TM-CNT
                    MOVE AHCOD TO WS-TM-COD (WS-TM-CNT)
                    MOVE SPACE TO WS-TM-MARCA (WS-TM-CNT)
                    MOVE 0 TO WS-TM-PAI-CNT (WS-TM-CNT)
                ELSE
                    MOVE 1 TO WS-TM-DESBORDE
                END-IF
            END-IF
            READ FD-MONEDAS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM

        MOVE LOW-VALUES TO ABCOD
        START FD-PAISES KEY IS NOT LESS THAN ABCOD
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-PAISES NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF ABACT = 1 AND ABMON NOT = SPACES
                MOVE 0 TO WS-TM-POS
                PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                        UNTIL WS-TM-IDX > WS-TM-CNT
                           OR WS-TM-POS > 0
                    IF WS-TM-COD (WS-TM-IDX) = ABMON
                        MOVE WS-TM-IDX TO WS-TM-POS
                    END-IF
                END-PERFORM
                IF WS-TM-POS > 0
                        AND WS-TM-PAI-CNT (WS-TM-POS) < 60
                    ADD 1 TO WS-TM-PAI-CNT (WS-TM-POS)
                    MOVE ABCOD TO WS-TM-PAI (WS-TM-POS,
                        WS-TM-PAI-CNT (WS-TM-POS))
                END-IF
            END-IF
            READ FD-PAISES NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        .

       0001-Estado-Moneda SECTION.
      *  Fecha de la tasa vigente de la moneda (contra la base) y
      *  limite de antiguedad en dias habiles de sus paises; sin
      *  umbral el limite es la fecha pedida misma.
        MOVE 0 TO WS-TM-FECHA (WS-TM-IDX)
        MOVE "C" TO CV-FUNCION
        MOVE 1 TO CV-IMPORTE
        MOVE WS-TM-COD (WS-TM-IDX) TO CV-MON-ORIGEN
        MOVE WS-MONEDA-BASE TO CV-MON-DESTINO
        MOVE WS-FECHA-PEDIDA TO CV-FECHA
        MOVE WS-MONEDA-BASE TO CV-MON-BASE
        CALL "MGR034" USING WS-CONVIERTE
        IF CV-RC = 0
            MOVE CV-FECHA-ORIGEN TO WS-TM-FECHA (WS-TM-IDX)
        END-IF
        IF WS-TM-COD (WS-TM-IDX) = WS-MONEDA-BASE
            MOVE WS-FECHA-PEDIDA TO WS-TM-FECHA (WS-TM-IDX)
        END-IF

        IF WS-DIAS-UMBRAL = 0
            MOVE WS-FECHA-PEDIDA TO WS-TM-LIMITE (WS-TM-IDX)
            GO TO 0001-Estado-Moneda-Marcar
        END-IF
        MOVE "R" TO HB-FUNCION
        MOVE WS-FECHA-PEDIDA TO HB-FECHA
        MOVE WS-DIAS-UMBRAL TO HB-DIAS
        MOVE WS-TM-PAI-CNT (WS-TM-IDX) TO HB-PAI-CNT
        PERFORM VARYING WS-PAI-IDX FROM 1 BY 1
                UNTIL WS-PAI-IDX > 60
            MOVE WS-TM-PAI (WS-TM-IDX, WS-PAI-IDX) TO
                HB-PAI-COD (WS-PAI-IDX)
        END-PERFORM
        CALL "MGR033" USING WS-HABILES
        IF HB-RC = 0
            MOVE HB-RESULTADO TO WS-TM-LIMITE (WS-TM-IDX)
        ELSE
            COMPUTE WS-DIAS-ENTERO =
                FUNCTION INTEGER-OF-DATE (WS-FECHA-PEDIDA)
                - WS-DIAS-UMBRAL
            COMPUTE WS-TM-LIMITE (WS-TM-IDX) =
                FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO)
        END-IF
        .
       0001-Estado-Moneda-Marcar.
        EVALUATE TRUE
            WHEN WS-TM-FECHA (WS-TM-IDX) = 0
                MOVE "!" TO WS-TM-MARCA (WS-TM-IDX)
                ADD 1 TO WS-SIN-TASA
            WHEN WS-TM-FECHA (WS-TM-IDX) < WS-TM-LIMITE (WS-TM-IDX)
                MOVE "*" TO WS-TM-MARCA (WS-TM-IDX)
                ADD 1 TO WS-VENCIDAS
            WHEN OTHER
                MOVE SPACE TO WS-TM-MARCA (WS-TM-IDX)
        END-EVALUATE
        .

       0002-Bloque SECTION.
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO WS-BLOQUE-LINEA
        MOVE "ORI\DE" TO WS-BL-ROTULO
        MOVE 0 TO WS-CEL-IDX
        PERFORM VARYING WS-COL-IDX FROM WS-COL-DESDE BY 1
                UNTIL WS-COL-IDX > WS-COL-HASTA
            ADD 1 TO WS-CEL-IDX
      *     MOVE y no STRING: STRING no respeta el JUSTIFIED RIGHT
      *     y el rotulo quedaria sobre el borde izquierdo de la celda.
            MOVE WS-TM-COD (WS-COL-IDX) TO WS-CAB-TXT (1:3)
            MOVE WS-TM-MARCA (WS-COL-IDX) TO WS-CAB-TXT (4:1)
            MOVE WS-CAB-TXT TO WS-CELDA-TXT
            MOVE WS-CELDA-TXT TO WS-BL-TXT (WS-CEL-IDX)
        END-PERFORM
        MOVE WS-BLOQUE-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                UNTIL WS-FIL-IDX > WS-TM-CNT
            PERFORM 0002-Fila
        END-PERFORM
        .

       0002-Fila SECTION.
        MOVE SPACES TO WS-BLOQUE-LINEA
        STRING WS-TM-COD (WS-FIL-IDX) WS-TM-MARCA (WS-FIL-IDX)
            DELIMITED BY SIZE INTO WS-BL-ROTULO
        MOVE 0 TO WS-CEL-IDX
        PERFORM VARYING WS-COL-IDX FROM WS-COL-DESDE BY 1
                UNTIL WS-COL-IDX > WS-COL-HASTA
            ADD 1 TO WS-CEL-IDX
            PERFORM 0002-Celda
            MOVE WS-CELDA-TXT TO WS-BL-TXT (WS-CEL-IDX)
        END-PERFORM
        MOVE WS-BLOQUE-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        .

       0002-Celda SECTION.
        ADD 1 TO WS-CELDAS
        MOVE "C" TO CV-FUNCION
        MOVE WS-UNIDADES TO CV-IMPORTE
        MOVE WS-TM-COD (WS-FIL-IDX) TO CV-MON-ORIGEN
        MOVE WS-TM-COD (WS-COL-IDX) TO CV-MON-DESTINO
        MOVE WS-FECHA-PEDIDA TO CV-FECHA
        MOVE WS-MONEDA-BASE TO CV-MON-BASE
        CALL "MGR034" USING WS-CONVIERTE
        MOVE SPACES TO WS-CELDA-TXT
        MOVE SPACES TO WS-CSV-VALOR
        MOVE SPACES TO WS-CSV-TASA
        IF CV-RC = 0
      *     Solo los decimales de la moneda de la columna.
            MOVE CV-RESULTADO TO WS-ED-VALOR
            IF CV-DEC-DESTINO = 0
                MOVE 11 TO WS-ED-LEN
            ELSE
                COMPUTE WS-ED-LEN = 12 + CV-DEC-DESTINO
            END-IF
            MOVE WS-ED-VALOR (1:WS-ED-LEN) TO WS-CELDA-TXT
            MOVE FUNCTION TRIM (WS-CELDA-TXT) TO WS-CSV-VALOR
            MOVE CV-TASA TO WS-ED-TASA
            MOVE FUNCTION TRIM (WS-ED-TASA) TO WS-CSV-TASA
        ELSE
            MOVE "SIN TASA" TO WS-CELDA-TXT
        END-IF
        EVALUATE TRUE
            WHEN CV-RC NOT = 0
                MOVE "SIN TASA" TO WS-CSV-ESTADO
            WHEN WS-TM-MARCA (WS-FIL-IDX) = "*"
                    OR WS-TM-MARCA (WS-COL-IDX) = "*"
                MOVE "VENCIDA" TO WS-CSV-ESTADO
            WHEN OTHER
                MOVE "OK" TO WS-CSV-ESTADO
        END-EVALUATE
        MOVE SPACES TO WS-CSV-LINEA
        STRING WS-TM-COD (WS-FIL-IDX) ","
            WS-TM-COD (WS-COL-IDX) ","
            WS-FECHA-PEDIDA ","
            WS-UNIDADES ","
            FUNCTION TRIM (WS-CSV-VALOR) ","
            FUNCTION TRIM (WS-CSV-TASA) ","
            CV-FECHA-ORIGEN ","
            CV-FECHA-DESTINO ","
            FUNCTION TRIM (WS-CSV-ESTADO)
            DELIMITED BY SIZE INTO WS-CSV-LINEA
        MOVE WS-CSV-LINEA TO RG-CSV
        WRITE RG-CSV
        .

       END PROGRAM MGR038.
