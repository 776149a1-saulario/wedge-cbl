       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR036.
      ******************************************************************
      * Cierre mensual de tasas: recorre CAMBIOS del mes cerrado y
      * graba, por moneda activa, el maestro de tasas de periodo
      * CAMBMES (clave AICOD + AAAAMM) con el promedio de las tasas
      * diarias, la tasa de cierre (la ultima del mes), la maxima,
      * la minima y la cantidad de dias con tasa. Son las dos tasas
      * con que cierra contabilidad, calculadas una sola vez.
      * Una moneda con huecos (dias habiles de sus paises, segun
      * MGR033 y FERIADOS, sin cotizacion) por encima de la
      * tolerancia NO se cierra: queda en el reporte como rechazada
      * y el paso termina con RC 4. Recerrar el mismo mes despues de
      * completar las tasas reescribe el registro.
      * La moneda base no cotiza contra si misma y no se cierra.
      * Un mes que todavia no termino no se cierra (RC 12).
      *   1er parametro o MGR036_PERIODO  AAAAMM a cerrar (default
      *                        el mes anterior)
      *   MGR036_TOLERANCIA    dias habiles sin tasa tolerados por
      *                        moneda (default 2)
      *   MGR036_CIERRE_RPT    ruta del reporte de cierre
      *   MGR034_MONEDA_BASE   moneda base (default USD)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "PAISES-AB-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "MONEDAS-AH-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBIOS-AI-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBMES-AL-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-REPORTE ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "PAISES-FS" IN "src/dds".
        COPY "MONEDAS-FS" IN "src/dds".
        COPY "CAMBIOS-FS" IN "src/dds".
        COPY "CAMBMES-FS" IN "src/dds".
        FD FD-REPORTE.
        01 RG-REPORTE       PIC X(132).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-RPT          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-JOBID             PIC X(08).
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-PERIODO           PIC 9(06) VALUE 0.
        01 WS-PERIODO-R REDEFINES WS-PERIODO.
            05 WS-PER-ANIO      PIC 9(04).
            05 WS-PER-MES       PIC 9(02).
        01 WS-PERIODO-TXT       PIC X(06).
        01 WS-PERIODO-HOY       PIC 9(06).
        01 WS-TOLERANCIA        PIC 9(02) VALUE 2.
        01 WS-TOL-TXT           PIC X(02).
        01 WS-MONEDA-BASE       PIC X(03).
        01 WS-FECHA-DESDE       PIC 9(08).
        01 WS-FECHA-HASTA       PIC 9(08).
        01 WS-FECHA-SIG         PIC 9(08).
        01 WS-FECHA-SIG-R REDEFINES WS-FECHA-SIG.
            05 WS-SIG-ANIO      PIC 9(04).
            05 WS-SIG-MES       PIC 9(02).
            05 WS-SIG-DIA       PIC 9(02).
        01 WS-DIAS-MES          PIC 9(02).
        01 WS-DIA-IDX           PIC 9(02).
        01 WS-DIAS-TASA.
            05 WS-DT-CON OCCURS 31 TIMES PIC 9(1).
        01 WS-CANT-DIAS         PIC 9(02).
        01 WS-SUMA              PIC 9(11)V9(06).
        01 WS-PROMEDIO          PIC 9(07)V9(06).
        01 WS-CIERRE            PIC 9(07)V9(06).
        01 WS-MAXIMO            PIC 9(07)V9(06).
        01 WS-MINIMO            PIC 9(07)V9(06).
        01 WS-HUECOS            PIC 9(02).
        01 WS-MON-CERRADAS      PIC 9(5) VALUE 0.
        01 WS-MON-RECHAZADAS    PIC 9(5) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-TM-CNT            PIC 9(3) VALUE 0.
        01 WS-TABLA-MONEDAS.
            05 WS-TM-ENT OCCURS 300 TIMES.
                10 WS-TM-COD        PIC X(03).
                10 WS-TM-PAI-CNT    PIC 9(02).
                10 WS-TM-PAI OCCURS 60 TIMES PIC X(02).
        01 WS-TM-IDX            PIC 9(3).
        01 WS-TM-POS            PIC 9(3).
        01 WS-TM-DESBORDE       PIC 9(1) VALUE 0.
        01 WS-PAI-IDX           PIC 9(2).
        01 WS-HABILES.
        COPY "HABILES-LK" IN "src/dds".
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(40) VALUE
               "MGR036 - CIERRE MENSUAL DE TASAS".
            05 FILLER           PIC X(8)  VALUE "PERIODO ".
            05 WS-CAB-PERIODO   PIC 9(06).
            05 FILLER           PIC X(4)  VALUE SPACE.
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).
            05 FILLER           PIC X(4)  VALUE SPACE.
            05 FILLER           PIC X(11) VALUE "TOLERANCIA ".
            05 WS-CAB-TOL       PIC Z9.
            05 FILLER           PIC X(14) VALUE " DIAS HABILES".
        01 WS-TITULOS-LINEA.
            05 FILLER           PIC X(5)  VALUE "MON".
            05 FILLER           PIC X(6)  VALUE "DIAS".
            05 FILLER           PIC X(17) VALUE "        PROMEDIO".
            05 FILLER           PIC X(17) VALUE "          CIERRE".
            05 FILLER           PIC X(17) VALUE "          MAXIMO".
            05 FILLER           PIC X(17) VALUE "          MINIMO".
            05 FILLER           PIC X(8)  VALUE "  HUECOS".
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 FILLER           PIC X(30) VALUE "ESTADO".
        01 WS-DETALLE-LINEA.
            05 WS-DET-COD       PIC X(03).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-DIAS      PIC Z9.
            05 FILLER           PIC X(4)  VALUE SPACE.
            05 WS-DET-PROMEDIO  PIC Z(6)9.9(6).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 WS-DET-CIERRE    PIC Z(6)9.9(6).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 WS-DET-MAXIMO    PIC Z(6)9.9(6).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 WS-DET-MINIMO    PIC Z(6)9.9(6).
            05 FILLER           PIC X(6)  VALUE SPACE.
            05 WS-DET-HUECOS    PIC Z9.
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-ESTADO    PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        IF WS-RC = 0
            PERFORM 0001-Cerrar-Mes
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
        MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO-HOY
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR036_PERIODO"
        END-IF
        MOVE WS-PARM-ENTRADA (1:6) TO WS-PERIODO-TXT
        IF WS-PARM-ENTRADA = SPACES
      *     Por defecto el mes anterior al de hoy.
            MOVE WS-PERIODO-HOY TO WS-PERIODO
            IF WS-PER-MES = 1
                SUBTRACT 1 FROM WS-PER-ANIO
                MOVE 12 TO WS-PER-MES
            ELSE
                SUBTRACT 1 FROM WS-PER-MES
            END-IF
        ELSE
            IF WS-PERIODO-TXT IS NUMERIC
                MOVE WS-PERIODO-TXT TO WS-PERIODO
            END-IF
        END-IF
        IF WS-PER-ANIO < 1901 OR WS-PER-MES < 1 OR WS-PER-MES > 12
            DISPLAY "MGR036: periodo invalido (AAAAMM): "
                WS-PARM-ENTRADA (1:20)
            MOVE 12 TO WS-RC
        END-IF
        IF WS-RC = 0 AND WS-PERIODO NOT < WS-PERIODO-HOY
            DISPLAY "MGR036: el periodo " WS-PERIODO
                " todavia no termino, no se cierra"
            MOVE 12 TO WS-RC
        END-IF

        MOVE SPACES TO WS-TOL-TXT
        ACCEPT WS-TOL-TXT FROM ENVIRONMENT "MGR036_TOLERANCIA"
        IF WS-TOL-TXT IS NUMERIC
            MOVE WS-TOL-TXT TO WS-TOLERANCIA
        END-IF
        MOVE SPACES TO WS-MONEDA-BASE
        ACCEPT WS-MONEDA-BASE FROM ENVIRONMENT "MGR034_MONEDA_BASE"
        IF WS-MONEDA-BASE = SPACES
            MOVE "USD" TO WS-MONEDA-BASE
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR036_CIERRE_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE "cierre_cambios.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        MOVE SPACES TO WS-JOBID
        ACCEPT WS-JOBID FROM ENVIRONMENT "MGR001_JOBID"
        IF WS-JOBID = SPACES
            ACCEPT WS-JOBID FROM ENVIRONMENT "USER"
        END-IF
        IF WS-JOBID = SPACES
            MOVE "MGR036" TO WS-JOBID
        END-IF
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR036" TO HU-PROGRAMA
        MOVE WS-JOBID TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR036: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Cerrar-Mes SECTION.
        DISPLAY "Cierre mensual de tasas " WS-PERIODO "..."
      *  Primer y ultimo dia del mes: el ultimo es el dia anterior
      *  al primero del mes siguiente.
        COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1
        MOVE WS-FECHA-DESDE TO WS-FECHA-SIG
        IF WS-SIG-MES = 12
            ADD 1 TO WS-SIG-ANIO
            MOVE 1 TO WS-SIG-MES
        ELSE
            ADD 1 TO WS-SIG-MES
        END-IF
        COMPUTE WS-DIAS-MES =
            FUNCTION INTEGER-OF-DATE (WS-FECHA-SIG)
            - FUNCTION INTEGER-OF-DATE (WS-FECHA-DESDE)
        COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + WS-DIAS-MES

        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        PERFORM 0000-Valida-FS
        OPEN INPUT SHARING WITH ALL OTHER FD-MONEDAS
        PERFORM 0000-Valida-FS
        OPEN INPUT SHARING WITH ALL OTHER FD-CAMBIOS
        PERFORM 0000-Valida-FS
        OPEN I-O SHARING WITH ALL OTHER FD-CAMBMES
        IF FS = 35
            OPEN OUTPUT SHARING WITH ALL OTHER FD-CAMBMES
            CLOSE FD-CAMBMES
            OPEN I-O SHARING WITH ALL OTHER FD-CAMBMES
        END-IF
        PERFORM 0000-Valida-FS
        IF WS-RC NOT = 0
            DISPLAY "MGR036: no se pudieron abrir los maestros"
      *  Los que no llegaron a abrirse solo dejan FS 42
            CLOSE FD-PAISES FD-MONEDAS FD-CAMBIOS FD-CAMBMES
            GO TO 0001-Cerrar-Mes-Fin
        END-IF
        OPEN OUTPUT FD-REPORTE

        MOVE WS-PERIODO TO WS-CAB-PERIODO
        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
        MOVE WS-TOLERANCIA TO WS-CAB-TOL
        MOVE WS-CABECERA-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE WS-TITULOS-LINEA TO RG-REPORTE
        WRITE RG-REPORTE

        PERFORM 0001-Reunir-Monedas
        PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-CNT
            PERFORM 0002-Cerrar-Moneda
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
        STRING "MONEDAS CERRADAS: " WS-MON-CERRADAS
            "  RECHAZADAS: " WS-MON-RECHAZADAS
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        CLOSE FD-REPORTE

        CLOSE FD-CAMBMES
        CLOSE FD-CAMBIOS
        CLOSE FD-MONEDAS
        IF WS-MON-CERRADAS > 0
            MOVE "CAMBMES" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        CLOSE FD-PAISES
        PERFORM 0000-Valida-FS
        MOVE "F" TO HB-FUNCION
        CALL "MGR033" USING WS-HABILES

        DISPLAY "=== Cierre mensual de tasas ==="
        DISPLAY "Periodo            : " WS-PERIODO
        DISPLAY "Monedas cerradas   : " WS-MON-CERRADAS
        DISPLAY "Monedas rechazadas : " WS-MON-RECHAZADAS
        IF WS-MON-RECHAZADAS > 0 AND WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        .
       0001-Cerrar-Mes-Fin.
        EXIT.

       0001-Reunir-Monedas SECTION.
      *  Monedas activas de MONEDAS (menos la base) y, por moneda,
      *  los paises activos que la usan por ABMON: son los que dan
      *  el calendario de dias habiles, como en MGR016.
        MOVE LOW-VALUES TO AHCOD
        START FD-MONEDAS KEY IS NOT LESS THAN AHCOD
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-MONEDAS NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF AHACT = 1 AND AHCOD NOT = WS-MONEDA-BASE
                IF WS-TM-CNT < 300
                    ADD 1 TO WS-TM-CNT
                    MOVE AHCOD TO WS-TM-COD (WS-TM-CNT)
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

       0002-Cerrar-Moneda SECTION.
        PERFORM 0002-Acumular-Mes
        PERFORM 0002-Contar-Huecos
        MOVE SPACES TO WS-DETALLE-LINEA
        MOVE WS-TM-COD (WS-TM-IDX) TO WS-DET-COD
        MOVE WS-CANT-DIAS TO WS-DET-DIAS
        MOVE WS-HUECOS TO WS-DET-HUECOS
        MOVE 0 TO WS-PROMEDIO
        IF WS-CANT-DIAS > 0
            COMPUTE WS-PROMEDIO ROUNDED = WS-SUMA / WS-CANT-DIAS
            MOVE WS-PROMEDIO TO WS-DET-PROMEDIO
            MOVE WS-CIERRE TO WS-DET-CIERRE
            MOVE WS-MAXIMO TO WS-DET-MAXIMO
            MOVE WS-MINIMO TO WS-DET-MINIMO
        END-IF
        EVALUATE TRUE
            WHEN WS-CANT-DIAS = 0
                MOVE "RECHAZADA - SIN COTIZACIONES" TO WS-DET-ESTADO
                ADD 1 TO WS-MON-RECHAZADAS
            WHEN WS-HUECOS > WS-TOLERANCIA
                MOVE "RECHAZADA - HUECOS > TOLERANCIA" TO
                    WS-DET-ESTADO
                ADD 1 TO WS-MON-RECHAZADAS
            WHEN OTHER
                PERFORM 0002-Grabar-Periodo
        END-EVALUATE
        MOVE WS-DETALLE-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        .

       0002-Acumular-Mes SECTION.
      *  Tramo de la moneda en CAMBIOS entre el primer y el ultimo
      *  dia del mes; la ultima leida es la tasa de cierre.
        MOVE 0 TO WS-CANT-DIAS
        MOVE 0 TO WS-SUMA
        MOVE 0 TO WS-CIERRE
        MOVE 0 TO WS-MAXIMO
        MOVE 0 TO WS-MINIMO
        MOVE ZEROS TO WS-DIAS-TASA
        MOVE WS-TM-COD (WS-TM-IDX) TO AICOD
        MOVE WS-FECHA-DESDE TO AIFEC
        START FD-CAMBIOS KEY IS NOT LESS THAN AIKEY
            INVALID KEY MOVE 1 TO EOF
            NOT INVALID KEY MOVE 0 TO EOF
        END-START
        IF EOF = 0
            READ FD-CAMBIOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-IF
        PERFORM UNTIL EOF = 1
                OR AICOD NOT = WS-TM-COD (WS-TM-IDX)
                OR AIFEC > WS-FECHA-HASTA
            IF AITAS > 0
                ADD 1 TO WS-CANT-DIAS
                ADD AITAS TO WS-SUMA
                MOVE AITAS TO WS-CIERRE
                IF WS-CANT-DIAS = 1 OR AITAS > WS-MAXIMO
                    MOVE AITAS TO WS-MAXIMO
                END-IF
                IF WS-CANT-DIAS = 1 OR AITAS < WS-MINIMO
                    MOVE AITAS TO WS-MINIMO
                END-IF
                MOVE AIFEC (7:2) TO WS-DIA-IDX
                MOVE 1 TO WS-DT-CON (WS-DIA-IDX)
            END-IF
            READ FD-CAMBIOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        .

       0002-Contar-Huecos SECTION.
      *  Dia habil del calendario de la moneda sin cotizacion.
        MOVE 0 TO WS-HUECOS
        MOVE "H" TO HB-FUNCION
        MOVE WS-TM-PAI-CNT (WS-TM-IDX) TO HB-PAI-CNT
        PERFORM VARYING WS-PAI-IDX FROM 1 BY 1
                UNTIL WS-PAI-IDX > 60
            MOVE WS-TM-PAI (WS-TM-IDX, WS-PAI-IDX) TO
                HB-PAI-COD (WS-PAI-IDX)
        END-PERFORM
        PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                UNTIL WS-DIA-IDX > WS-DIAS-MES
            IF WS-DT-CON (WS-DIA-IDX) = 0
                COMPUTE HB-FECHA = WS-PERIODO * 100 + WS-DIA-IDX
                CALL "MGR033" USING WS-HABILES
                IF HB-RC = 0 AND HB-HABIL = 1 AND WS-HUECOS < 99
                    ADD 1 TO WS-HUECOS
                END-IF
            END-IF
        END-PERFORM
        .

       0002-Grabar-Periodo SECTION.
        MOVE WS-TM-COD (WS-TM-IDX) TO ALCOD
        MOVE WS-PERIODO TO ALPER
        READ FD-CAMBMES KEY IS ALKEY
            INVALID KEY
                PERFORM 0002-Armar-Periodo
                WRITE RG-CAMBMES
                    INVALID KEY
                        MOVE 8 TO WS-RC
                        MOVE "ERROR AL GRABAR CAMBMES" TO
                            WS-DET-ESTADO
                    NOT INVALID KEY
                        MOVE "CERRADA" TO WS-DET-ESTADO
                        ADD 1 TO WS-MON-CERRADAS
                END-WRITE
            NOT INVALID KEY
                PERFORM 0002-Armar-Periodo
                REWRITE RG-CAMBMES
                    INVALID KEY
                        MOVE 8 TO WS-RC
                        MOVE "ERROR AL GRABAR CAMBMES" TO
                            WS-DET-ESTADO
                    NOT INVALID KEY
                        MOVE "CERRADA (RECIERRE)" TO WS-DET-ESTADO
                        ADD 1 TO WS-MON-CERRADAS
                END-REWRITE
        END-READ
        .

       0002-Armar-Periodo SECTION.
        MOVE WS-TM-COD (WS-TM-IDX) TO ALCOD
        MOVE WS-PERIODO TO ALPER
        MOVE WS-PROMEDIO TO ALPRO
        MOVE WS-CIERRE TO ALCIE
        MOVE WS-MAXIMO TO ALMAX
        MOVE WS-MINIMO TO ALMIN
        MOVE WS-CANT-DIAS TO ALDIA
        MOVE WS-HUECOS TO ALHUE
        MOVE WS-FECHA-HOY TO ALFEC
        MOVE WS-JOBID TO ALJOB
        .

       END PROGRAM MGR036.
