       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR051.
      ******************************************************************
      * Poblacion de usuarios por pais, region e idioma para la
      * gerencia (el extracto de MGR011 va al warehouse, no a
      * ellos). Matriz de USUARIOS activos (ACACT = 1):
      *   filas     los paises (ABNOM), agrupados bajo la
      *             descripcion de su region (REGIONES) con un
      *             subtotal por region; los paises inactivos solo
      *             salen si tienen usuarios
      *   columnas  los idiomas activos de IDIOMAS
      * y por pais, ademas, cuantos de esos usuarios estan
      * bloqueados (ACLOK = 1) y cuantos tienen la password vencida
      * (ACPWE pasada, mismo criterio que MGR006).
      * Nada se descarta: un ACPAI que no esta en PAISES cuenta en
      * la fila PAIS DESCONOCIDO y un ACIDI que no es un idioma
      * activo en la columna DESC., asi que el total general cierra
      * con los activos del maestro; el pie del reporte hace esa
      * conciliacion contra la cantidad de registros leidos.
      * Un pais sin region en REGIONES va bajo "REGION xx
      * DESCONOCIDA". Las columnas de idiomas salen de a diez por
      * bloque para que entren en la hoja; el CSV lleva la matriz
      * completa en una sola tabla (para las presentaciones).
      *   MGR051_RPT   ruta del reporte (default
      *                poblacion_usuarios.rpt)
      *   MGR051_CSV   ruta del CSV (default poblacion_usuarios.csv)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "USUARIOS-AC-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "IDIOMAS-AA-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAISES-AB-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "REGIONES-AE-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT SD-ORDEN-PAI ASSIGN TO WS-ORDEN-PATH.
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
        COPY "USUARIOS-FS" IN "src/dds".
        COPY "IDIOMAS-FS" IN "src/dds".
        COPY "PAISES-FS" IN "src/dds".
        COPY "REGIONES-FS" IN "src/dds".
        SD SD-ORDEN-PAI.
        01 RG-ORDEN-PAI.
            05 SP-REGDES    PIC X(40).
            05 SP-REG       PIC X(02).
            05 SP-NOM       PIC X(40).
            05 SP-COD       PIC X(02).
            05 SP-ACT       PIC 9(01).
        FD FD-REPORTE.
        01 RG-REPORTE       PIC X(132).
        FD FD-CSV.
        01 RG-CSV           PIC X(1200).
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
        01 WS-ORDEN-PATH        PIC X(200) VALUE SPACES.
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-REGIONES-ABIERTO  PIC 9(1) VALUE 0.
      *  Columnas: idiomas activos; la ultima (WS-COL-CNT) es DESC.
        01 WS-ID-CNT            PIC 9(3) VALUE 0.
        01 WS-ID-MAX            PIC 9(3) VALUE 60.
        01 WS-ID-IDX            PIC 9(3).
        01 WS-COL-CNT           PIC 9(3) VALUE 0.
        01 WS-TABLA-IDIOMAS.
            05 WS-ID-ENT OCCURS 60 TIMES.
                10 WS-ID-COD       PIC X(02).
                10 WS-ID-NOM       PIC X(40).
      *  Filas: paises en orden de region y nombre; la fila
      *  WS-PA-CNT + 1 es PAIS DESCONOCIDO
        01 WS-PA-CNT            PIC 9(3) VALUE 0.
        01 WS-PA-MAX            PIC 9(3) VALUE 400.
        01 WS-PA-IDX            PIC 9(3).
        01 WS-PA-DESC           PIC 9(3).
        01 WS-TABLA-PAISES.
            05 WS-PA-ENT OCCURS 401 TIMES.
                10 WS-PA-REGDES    PIC X(40).
                10 WS-PA-REG       PIC X(02).
                10 WS-PA-COD       PIC X(02).
                10 WS-PA-NOM       PIC X(40).
                10 WS-PA-ACT       PIC 9(01).
                10 WS-PA-CONTEOS.
                    15 WS-PA-TOTAL     PIC 9(07).
                    15 WS-PA-BLOQ      PIC 9(07).
                    15 WS-PA-VENC      PIC 9(07).
                    15 WS-PA-CELDA OCCURS 61 TIMES PIC 9(07).
      *  Fila a emitir (pais, subtotal de region o total general) y
      *  acumuladores, con el mismo formato que WS-PA-CONTEOS
        01 WS-IMP-ETIQ          PIC X(25).
        01 WS-IMP-REGDES        PIC X(40).
        01 WS-IMP-COD           PIC X(10).
        01 WS-IMP-NOM           PIC X(40).
        01 WS-IMP-CONTEOS.
            05 WS-IMP-TOTAL     PIC 9(07).
            05 WS-IMP-BLOQ      PIC 9(07).
            05 WS-IMP-VENC      PIC 9(07).
            05 WS-IMP-CELDA OCCURS 61 TIMES PIC 9(07).
        01 WS-SUB-CONTEOS.
            05 WS-SUB-TOTAL     PIC 9(07).
            05 WS-SUB-BLOQ      PIC 9(07).
            05 WS-SUB-VENC      PIC 9(07).
            05 WS-SUB-CELDA OCCURS 61 TIMES PIC 9(07).
        01 WS-TOT-CONTEOS.
            05 WS-TOT-TOTAL     PIC 9(07).
            05 WS-TOT-BLOQ      PIC 9(07).
            05 WS-TOT-VENC      PIC 9(07).
            05 WS-TOT-CELDA OCCURS 61 TIMES PIC 9(07).
        01 WS-COL-IDX           PIC 9(3).
        01 WS-FILA-IDX          PIC 9(3).
      *  Recorrido de la matriz: R reporte (un bloque de columnas),
      *  C CSV (todas las columnas)
        01 WS-MODO              PIC X(01).
            88 WS-MODO-REPORTE          VALUE "R".
            88 WS-MODO-CSV              VALUE "C".
        01 WS-GRUPO-ACTUAL      PIC X(42).
        01 WS-GRUPO-FILA        PIC X(42).
        01 WS-GRUPO-ABIERTO     PIC 9(1).
        01 WS-BANDA-DESDE       PIC 9(3).
        01 WS-BANDA-HASTA       PIC 9(3).
        01 WS-BANDA-ANCHO       PIC 9(3) VALUE 10.
        01 WS-LINEA             PIC X(132).
        01 WS-PTR               PIC 9(4).
        01 WS-CSV-LINEA         PIC X(1200).
        01 WS-CSV-PTR           PIC 9(4).
        01 WS-NUM-ED            PIC Z(5)9.
        01 WS-TOT-ED            PIC Z(6)9.
        01 WS-CSV-ED            PIC Z(6)9.
      *  Conciliacion con el maestro
        01 WS-USU-LEIDOS        PIC 9(9) VALUE 0.
        01 WS-USU-ACTIVOS       PIC 9(9) VALUE 0.
        01 WS-USU-INACTIVOS     PIC 9(9) VALUE 0.
        01 WS-USU-PAI-DESC      PIC 9(9) VALUE 0.
        01 WS-USU-IDI-DESC      PIC 9(9) VALUE 0.
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(50) VALUE
               "MGR051 - POBLACION DE USUARIOS ACTIVOS POR PAIS E".
            05 FILLER           PIC X(8)  VALUE " IDIOMA ".
            05 FILLER           PIC X(8)  VALUE "ENTIDAD ".
            05 WS-CAB-ENTIDAD   PIC X(08).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        PERFORM 0001-Poblacion
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR051_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE "poblacion_usuarios.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR051_CSV"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-CSV-PATH
        ELSE
            MOVE "poblacion_usuarios.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-CSV-PATH
        END-IF
        MOVE "poblacion_orden.tmp" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-ORDEN-PATH
        .

       0001-Poblacion SECTION.
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        DISPLAY "Poblacion de usuarios por pais e idioma..."
        PERFORM 0002-Cargar-Idiomas
        IF WS-RC > 4
            GO TO 0001-Poblacion-Fin
        END-IF
        SORT SD-ORDEN-PAI
            ON ASCENDING KEY SP-REGDES SP-REG SP-NOM SP-COD
            INPUT PROCEDURE IS 0002-Leer-Paises
            OUTPUT PROCEDURE IS 0002-Cargar-Paises
        IF WS-RC > 4
            GO TO 0001-Poblacion-Fin
        END-IF
        PERFORM 0003-Contar-Usuarios
        IF WS-RC > 4
            GO TO 0001-Poblacion-Fin
        END-IF

        OPEN OUTPUT FD-REPORTE
        IF FS-RPT NOT = 0
            DISPLAY "MGR051: no se pudo abrir "
                FUNCTION TRIM (WS-REPORTE-PATH) " (" FS-RPT ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Poblacion-Fin
        END-IF
        OPEN OUTPUT FD-CSV
        IF FS-CSV NOT = 0
            DISPLAY "MGR051: no se pudo abrir "
                FUNCTION TRIM (WS-CSV-PATH) " (" FS-CSV ")"
            CLOSE FD-REPORTE
            MOVE 8 TO WS-RC
            GO TO 0001-Poblacion-Fin
        END-IF
        MOVE WS-ENTIDAD TO WS-CAB-ENTIDAD
        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
        MOVE WS-CABECERA-LINEA TO WS-LINEA
        PERFORM 0009-Linea
        PERFORM 0009-Linea
        MOVE "IDIOMAS (COLUMNAS):" TO WS-LINEA
        PERFORM 0009-Linea
        PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                UNTIL WS-ID-IDX > WS-ID-CNT
            STRING "  " WS-ID-COD (WS-ID-IDX) "  "
                WS-ID-NOM (WS-ID-IDX)
                DELIMITED BY SIZE INTO WS-LINEA
            PERFORM 0009-Linea
        END-PERFORM
        MOVE "  DESC. IDIOMA INEXISTENTE O INACTIVO EN IDIOMAS"
            TO WS-LINEA
        PERFORM 0009-Linea
        MOVE "BLOQ = BLOQUEADOS (ACLOK)   VENC = PASSWORD VENCIDA (ACP
      -    "WE)" TO WS-LINEA
        PERFORM 0009-Linea

        MOVE "R" TO WS-MODO
        PERFORM VARYING WS-BANDA-DESDE FROM 1 BY WS-BANDA-ANCHO
                UNTIL WS-BANDA-DESDE > WS-COL-CNT
            COMPUTE WS-BANDA-HASTA =
                WS-BANDA-DESDE + WS-BANDA-ANCHO - 1
            IF WS-BANDA-HASTA > WS-COL-CNT
                MOVE WS-COL-CNT TO WS-BANDA-HASTA
            END-IF
            PERFORM 0004-Recorrer-Matriz
        END-PERFORM
        MOVE "C" TO WS-MODO
        MOVE 1 TO WS-BANDA-DESDE
        MOVE WS-COL-CNT TO WS-BANDA-HASTA
        PERFORM 0004-Recorrer-Matriz

        PERFORM 0009-Linea
        MOVE "CONCILIACION CON EL MAESTRO USUARIOS" TO WS-LINEA
        PERFORM 0009-Linea
        STRING "  REGISTROS LEIDOS            : " WS-USU-LEIDOS
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "  ACTIVOS (TOTAL DE LA MATRIZ): " WS-USU-ACTIVOS
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "  INACTIVOS (FUERA DEL REPORTE): " WS-USU-INACTIVOS
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "  ACTIVOS CON PAIS DESCONOCIDO : " WS-USU-PAI-DESC
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "  ACTIVOS CON IDIOMA DESC.     : " WS-USU-IDI-DESC
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        IF WS-TOT-TOTAL NOT = WS-USU-ACTIVOS
            MOVE "  *** EL TOTAL DE LA MATRIZ NO CIERRA CON LOS ACTIVO
      -        "S ***" TO WS-LINEA
            PERFORM 0009-Linea
            MOVE 8 TO WS-RC
        END-IF
        CLOSE FD-REPORTE
        CLOSE FD-CSV
        DISPLAY "=== Poblacion de usuarios ==="
        DISPLAY "Usuarios leidos    : " WS-USU-LEIDOS
        DISPLAY "Activos            : " WS-USU-ACTIVOS
        DISPLAY "Pais desconocido   : " WS-USU-PAI-DESC
        DISPLAY "Idioma desconocido : " WS-USU-IDI-DESC
        DISPLAY "Reporte            : "
            FUNCTION TRIM (WS-REPORTE-PATH)
        DISPLAY "CSV                : " FUNCTION TRIM (WS-CSV-PATH)
        .
       0001-Poblacion-Fin.
        EXIT.

      ******************************************************************
      * Columnas y filas de la matriz
      ******************************************************************
       0002-Cargar-Idiomas SECTION.
        OPEN INPUT SHARING WITH ALL OTHER FD-IDIOMAS
        IF FS NOT = 0 AND FS NOT = 5
            DISPLAY "MGR051: no se pudo abrir IDIOMAS (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Cargar-Idiomas-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-IDIOMAS NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF AAACT = 1
                IF WS-ID-CNT < WS-ID-MAX
                    ADD 1 TO WS-ID-CNT
                    MOVE AACOD TO WS-ID-COD (WS-ID-CNT)
                    MOVE AANOM TO WS-ID-NOM (WS-ID-CNT)
                ELSE
                    DISPLAY "MGR051: mas de " WS-ID-MAX
                        " idiomas activos, " AACOD " va en DESC."
                    IF WS-RC < 4
                        MOVE 4 TO WS-RC
                    END-IF
                END-IF
            END-IF
            READ FD-IDIOMAS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-IDIOMAS
        COMPUTE WS-COL-CNT = WS-ID-CNT + 1
        .
       0002-Cargar-Idiomas-Fin.
        EXIT.

       0002-Leer-Paises SECTION.
        OPEN INPUT SHARING WITH ALL OTHER FD-REGIONES
        IF FS = 0 OR FS = 5
            MOVE 1 TO WS-REGIONES-ABIERTO
        END-IF
        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        IF FS NOT = 0 AND FS NOT = 5
            DISPLAY "MGR051: no se pudo abrir PAISES (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Leer-Paises-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-PAISES NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            MOVE SPACES TO RG-ORDEN-PAI
            MOVE ABREG TO SP-REG
            MOVE ABNOM TO SP-NOM
            MOVE ABCOD TO SP-COD
            MOVE ABACT TO SP-ACT
            STRING "REGION " ABREG " DESCONOCIDA"
                DELIMITED BY SIZE INTO SP-REGDES
            IF WS-REGIONES-ABIERTO = 1
                MOVE ABREG TO AECOD
                READ FD-REGIONES KEY IS AECOD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE AEDES TO SP-REGDES
                END-READ
            END-IF
            RELEASE RG-ORDEN-PAI
            READ FD-PAISES NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-PAISES
        .
       0002-Leer-Paises-Fin.
        IF WS-REGIONES-ABIERTO = 1
            CLOSE FD-REGIONES
        END-IF
        .

       0002-Cargar-Paises SECTION.
        MOVE 0 TO EOF
        RETURN SD-ORDEN-PAI
            AT END MOVE 1 TO EOF
        END-RETURN
        PERFORM UNTIL EOF = 1
            IF WS-PA-CNT < WS-PA-MAX
                ADD 1 TO WS-PA-CNT
                MOVE SP-REGDES TO WS-PA-REGDES (WS-PA-CNT)
                MOVE SP-REG TO WS-PA-REG (WS-PA-CNT)
                MOVE SP-COD TO WS-PA-COD (WS-PA-CNT)
                MOVE SP-NOM TO WS-PA-NOM (WS-PA-CNT)
                MOVE SP-ACT TO WS-PA-ACT (WS-PA-CNT)
                MOVE ZEROS TO WS-PA-CONTEOS (WS-PA-CNT)
            ELSE
                DISPLAY "MGR051: mas de " WS-PA-MAX " paises, "
                    SP-COD " cuenta como PAIS DESCONOCIDO"
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
            END-IF
            RETURN SD-ORDEN-PAI
                AT END MOVE 1 TO EOF
            END-RETURN
        END-PERFORM
        COMPUTE WS-PA-DESC = WS-PA-CNT + 1
        MOVE "PAIS DESCONOCIDO" TO WS-PA-REGDES (WS-PA-DESC)
        MOVE HIGH-VALUES TO WS-PA-REG (WS-PA-DESC)
        MOVE "??" TO WS-PA-COD (WS-PA-DESC)
        MOVE "ACPAI FUERA DE PAISES" TO WS-PA-NOM (WS-PA-DESC)
        MOVE 1 TO WS-PA-ACT (WS-PA-DESC)
        MOVE ZEROS TO WS-PA-CONTEOS (WS-PA-DESC)
        .

      ******************************************************************
      * Conteo de USUARIOS activos
      ******************************************************************
       0003-Contar-Usuarios SECTION.
        OPEN INPUT SHARING WITH ALL OTHER FD-USUARIOS
        IF FS NOT = 0 AND FS NOT = 5
            DISPLAY "MGR051: no se pudo abrir USUARIOS (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0003-Contar-Usuarios-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-USUARIOS NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-USU-LEIDOS
            IF ACACT = 1
                PERFORM 0003-Contar-Uno
            ELSE
                ADD 1 TO WS-USU-INACTIVOS
            END-IF
            READ FD-USUARIOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-USUARIOS
        .
       0003-Contar-Usuarios-Fin.
        EXIT.

       0003-Contar-Uno SECTION.
        ADD 1 TO WS-USU-ACTIVOS
        MOVE WS-PA-DESC TO WS-FILA-IDX
        PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                UNTIL WS-PA-IDX > WS-PA-CNT
            IF WS-PA-COD (WS-PA-IDX) = ACPAI
                MOVE WS-PA-IDX TO WS-FILA-IDX
            END-IF
        END-PERFORM
        IF WS-FILA-IDX = WS-PA-DESC
            ADD 1 TO WS-USU-PAI-DESC
        END-IF
        MOVE WS-COL-CNT TO WS-COL-IDX
        PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                UNTIL WS-ID-IDX > WS-ID-CNT
            IF WS-ID-COD (WS-ID-IDX) = ACIDI
                MOVE WS-ID-IDX TO WS-COL-IDX
            END-IF
        END-PERFORM
        IF WS-COL-IDX = WS-COL-CNT
            ADD 1 TO WS-USU-IDI-DESC
        END-IF
        ADD 1 TO WS-PA-CELDA (WS-FILA-IDX, WS-COL-IDX)
        ADD 1 TO WS-PA-TOTAL (WS-FILA-IDX)
        IF ACLOK = 1
            ADD 1 TO WS-PA-BLOQ (WS-FILA-IDX)
        END-IF
        IF ACPWE NOT = ZEROS AND ACPWE < WS-FECHA-HOY
            ADD 1 TO WS-PA-VENC (WS-FILA-IDX)
        END-IF
        .

      ******************************************************************
      * Recorrido de la matriz por region, con subtotales. En modo R
      * emite al reporte las columnas WS-BANDA-DESDE a -HASTA; en
      * modo C todas, al CSV.
      ******************************************************************
       0004-Recorrer-Matriz SECTION.
        MOVE ZEROS TO WS-SUB-CONTEOS
        MOVE ZEROS TO WS-TOT-CONTEOS
        MOVE SPACES TO WS-GRUPO-ACTUAL
        MOVE 0 TO WS-GRUPO-ABIERTO
        IF WS-MODO-REPORTE
            PERFORM 0009-Linea
            STRING "COLUMNAS " WS-BANDA-DESDE " A " WS-BANDA-HASTA
                " DE " WS-COL-CNT
                DELIMITED BY SIZE INTO WS-LINEA
            PERFORM 0009-Linea
            PERFORM 0005-Titulos-Reporte
        ELSE
            PERFORM 0005-Titulos-Csv
        END-IF
        PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                UNTIL WS-PA-IDX > WS-PA-CNT
            IF WS-PA-ACT (WS-PA-IDX) = 1
                    OR WS-PA-TOTAL (WS-PA-IDX) > 0
                PERFORM 0004-Pais
            END-IF
        END-PERFORM
        IF WS-GRUPO-ABIERTO = 1
            PERFORM 0004-Subtotal
        END-IF
      *  Fila de pais desconocido, como grupo propio sin subtotal
        MOVE WS-PA-DESC TO WS-PA-IDX
        IF WS-MODO-REPORTE
            PERFORM 0009-Linea
            MOVE WS-PA-REGDES (WS-PA-IDX) TO WS-LINEA
            PERFORM 0009-Linea
        END-IF
        PERFORM 0004-Fila-Pais
        MOVE "TOTAL GENERAL" TO WS-IMP-ETIQ
        MOVE "TOTAL" TO WS-IMP-REGDES
        MOVE "TOTAL" TO WS-IMP-COD
        MOVE SPACES TO WS-IMP-NOM
        MOVE WS-TOT-CONTEOS TO WS-IMP-CONTEOS
        IF WS-MODO-REPORTE
            PERFORM 0009-Linea
        END-IF
        PERFORM 0006-Emitir
        .

       0004-Pais SECTION.
        MOVE SPACES TO WS-GRUPO-FILA
        STRING WS-PA-REGDES (WS-PA-IDX) WS-PA-REG (WS-PA-IDX)
            DELIMITED BY SIZE INTO WS-GRUPO-FILA
        IF WS-GRUPO-FILA NOT = WS-GRUPO-ACTUAL
            IF WS-GRUPO-ABIERTO = 1
                PERFORM 0004-Subtotal
            END-IF
            MOVE WS-GRUPO-FILA TO WS-GRUPO-ACTUAL
            MOVE 1 TO WS-GRUPO-ABIERTO
            MOVE ZEROS TO WS-SUB-CONTEOS
            IF WS-MODO-REPORTE
                PERFORM 0009-Linea
                STRING "REGION " WS-PA-REG (WS-PA-IDX) " "
                    WS-PA-REGDES (WS-PA-IDX)
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM 0009-Linea
            END-IF
        END-IF
        PERFORM 0004-Fila-Pais
        .

       0004-Fila-Pais SECTION.
      *  Emite la fila del pais WS-PA-IDX y la suma al subtotal y al
      *  total general
        MOVE SPACES TO WS-IMP-ETIQ
        STRING "  " WS-PA-COD (WS-PA-IDX) " "
            WS-PA-NOM (WS-PA-IDX) (1:20)
            DELIMITED BY SIZE INTO WS-IMP-ETIQ
        MOVE WS-PA-REGDES (WS-PA-IDX) TO WS-IMP-REGDES
        MOVE WS-PA-COD (WS-PA-IDX) TO WS-IMP-COD
        MOVE WS-PA-NOM (WS-PA-IDX) TO WS-IMP-NOM
        MOVE WS-PA-CONTEOS (WS-PA-IDX) TO WS-IMP-CONTEOS
        PERFORM 0006-Emitir
        ADD WS-IMP-TOTAL TO WS-SUB-TOTAL WS-TOT-TOTAL
        ADD WS-IMP-BLOQ TO WS-SUB-BLOQ WS-TOT-BLOQ
        ADD WS-IMP-VENC TO WS-SUB-VENC WS-TOT-VENC
        PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                UNTIL WS-COL-IDX > WS-COL-CNT
            ADD WS-IMP-CELDA (WS-COL-IDX) TO
                WS-SUB-CELDA (WS-COL-IDX) WS-TOT-CELDA (WS-COL-IDX)
        END-PERFORM
        .

       0004-Subtotal SECTION.
        MOVE "  SUBTOTAL REGION" TO WS-IMP-ETIQ
        MOVE WS-GRUPO-ACTUAL (1:40) TO WS-IMP-REGDES
        MOVE "SUBTOTAL" TO WS-IMP-COD
        MOVE SPACES TO WS-IMP-NOM
        MOVE WS-SUB-CONTEOS TO WS-IMP-CONTEOS
        PERFORM 0006-Emitir
        MOVE ZEROS TO WS-SUB-CONTEOS
        .

      ******************************************************************
      * Titulos de columnas
      ******************************************************************
       0005-Titulos-Reporte SECTION.
        MOVE SPACES TO WS-LINEA
        MOVE "PAIS" TO WS-LINEA
        MOVE 26 TO WS-PTR
        PERFORM VARYING WS-COL-IDX FROM WS-BANDA-DESDE BY 1
                UNTIL WS-COL-IDX > WS-BANDA-HASTA
            IF WS-COL-IDX = WS-COL-CNT
                STRING "  DESC." DELIMITED BY SIZE
                    INTO WS-LINEA WITH POINTER WS-PTR
            ELSE
                STRING "     " WS-ID-COD (WS-COL-IDX)
                    DELIMITED BY SIZE
                    INTO WS-LINEA WITH POINTER WS-PTR
            END-IF
        END-PERFORM
        STRING "   TOTAL" "   BLOQ" "   VENC" DELIMITED BY SIZE
            INTO WS-LINEA WITH POINTER WS-PTR
        PERFORM 0009-Linea
        .

       0005-Titulos-Csv SECTION.
        MOVE SPACES TO WS-CSV-LINEA
        MOVE 1 TO WS-CSV-PTR
        STRING "REGION,PAIS,NOMBRE" DELIMITED BY SIZE
            INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
        PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                UNTIL WS-COL-IDX > WS-ID-CNT
            STRING "," WS-ID-COD (WS-COL-IDX) DELIMITED BY SIZE
                INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
        END-PERFORM
        STRING ",DESCONOCIDO,TOTAL,BLOQUEADOS,VENCIDOS"
            DELIMITED BY SIZE
            INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
        MOVE WS-CSV-LINEA TO RG-CSV
        WRITE RG-CSV
        .

      ******************************************************************
      * Emision de una fila (WS-IMP-*) al reporte o al CSV
      ******************************************************************
       0006-Emitir SECTION.
        IF WS-MODO-CSV
            PERFORM 0006-Emitir-Csv
            GO TO 0006-Emitir-Fin
        END-IF
        MOVE SPACES TO WS-LINEA
        MOVE WS-IMP-ETIQ TO WS-LINEA
        MOVE 26 TO WS-PTR
        PERFORM VARYING WS-COL-IDX FROM WS-BANDA-DESDE BY 1
                UNTIL WS-COL-IDX > WS-BANDA-HASTA
            MOVE WS-IMP-CELDA (WS-COL-IDX) TO WS-NUM-ED
            STRING " " WS-NUM-ED DELIMITED BY SIZE
                INTO WS-LINEA WITH POINTER WS-PTR
        END-PERFORM
        MOVE WS-IMP-TOTAL TO WS-TOT-ED
        STRING " " WS-TOT-ED DELIMITED BY SIZE
            INTO WS-LINEA WITH POINTER WS-PTR
        MOVE WS-IMP-BLOQ TO WS-NUM-ED
        STRING " " WS-NUM-ED DELIMITED BY SIZE
            INTO WS-LINEA WITH POINTER WS-PTR
        MOVE WS-IMP-VENC TO WS-NUM-ED
        STRING " " WS-NUM-ED DELIMITED BY SIZE
            INTO WS-LINEA WITH POINTER WS-PTR
        PERFORM 0009-Linea
        .
       0006-Emitir-Fin.
        EXIT.

       0006-Emitir-Csv SECTION.
        INSPECT WS-IMP-REGDES REPLACING ALL '"' BY "'"
        INSPECT WS-IMP-NOM REPLACING ALL '"' BY "'"
        MOVE SPACES TO WS-CSV-LINEA
        MOVE 1 TO WS-CSV-PTR
        STRING '"' FUNCTION TRIM (WS-IMP-REGDES) '",'
            FUNCTION TRIM (WS-IMP-COD) ','
            '"' FUNCTION TRIM (WS-IMP-NOM) '"'
            DELIMITED BY SIZE
            INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
        PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                UNTIL WS-COL-IDX > WS-COL-CNT
            MOVE WS-IMP-CELDA (WS-COL-IDX) TO WS-CSV-ED
            STRING "," FUNCTION TRIM (WS-CSV-ED) DELIMITED BY SIZE
                INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
        END-PERFORM
        MOVE WS-IMP-TOTAL TO WS-CSV-ED
        STRING "," FUNCTION TRIM (WS-CSV-ED) DELIMITED BY SIZE
            INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
        MOVE WS-IMP-BLOQ TO WS-CSV-ED
        STRING "," FUNCTION TRIM (WS-CSV-ED) DELIMITED BY SIZE
            INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
        MOVE WS-IMP-VENC TO WS-CSV-ED
        STRING "," FUNCTION TRIM (WS-CSV-ED) DELIMITED BY SIZE
            INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
        MOVE WS-CSV-LINEA TO RG-CSV
        WRITE RG-CSV
        .

       0009-Linea SECTION.
        MOVE WS-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO WS-LINEA
        .

       END PROGRAM MGR051.
