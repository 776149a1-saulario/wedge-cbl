       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR052.
      ******************************************************************
      * Conciliacion (solo lectura) del maestro PAISES contra la
      * lista oficial ISO 3166. MGR008 solo compara el feed del
      * proveedor con nuestro maestro; un error del proveedor en
      * ABCD3 o ABNUM pasa sin que nadie lo note. Aqui se cruza la
      * lista ISO por ABCOD y por las claves alternas ABNUM y ABCD3
      * y se reporta:
      *   - codigos asignados por ISO que no estan en PAISES
      *   - codigos de PAISES que ISO no tiene asignados
      *   - ABNUM o ABCD3 distintos del oficial, y numericos o
      *     alfa-3 oficiales que en PAISES tiene otro ABCOD
      *   - paises activos con un codigo que ISO retiro
      *   - codigos que ISO reasigno a otro pais: el ABCOD es
      *     oficial pero el alfa-3 y el numerico de ISO son los dos
      *     distintos de los nuestros (el registro es del pais
      *     anterior; el reclave se hace con MGR018)
      * Termina con RC 4 si hay alguna diferencia.
      * Deja ademas el feed de PAISES corregido, en el layout del
      * feed del proveedor (ABNOM,ABCOD,ABCD3,ABNUM,ABREG,ABFEC,
      * ABMON, dos lineas de encabezado): todos los paises activos
      * con el ABCD3 y ABNUM oficiales, los retirados por ISO fuera
      * (la carga en modo U los desactiva) y los asignados que
      * faltan como altas sin region ni moneda. Los reasignados y
      * los que ISO no conoce van tal cual estan. Se carga con
      * MGR001 PAISES despues de revisar el reporte.
      * Lista ISO: CSV con lineas de comentario "#" y encabezado
      * "ALFA2" que se saltean, y por linea
      *   ALFA2,ALFA3,NUMERICO,NOMBRE,ESTADO[,NUEVO]
      * ESTADO A asignado, R reservado, W retirado; NUEVO es el
      * codigo que reemplaza a uno retirado (informativo).
      *   1er parametro o MGR052_ISO   ruta de la lista ISO
      *                                (default iso3166.csv)
      *   MGR052_RPT                   ruta del reporte
      *   MGR052_CSV                   ruta del feed corregido
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "PAISES-AB-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-ISO ASSIGN TO WS-ISO-PATH
            FILE STATUS IS FS-ISO
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-REPORTE-ISO ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CORRECCION ASSIGN TO WS-CSV-PATH
            FILE STATUS IS FS-CSV
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "PAISES-FS" IN "src/dds".
        FD FD-ISO.
        01 RG-ISO.
            05 TEXTO    PIC X(1024).
        FD FD-REPORTE-ISO.
        01 RG-REPORTE-ISO      PIC X(132).
        FD FD-CORRECCION.
        01 RG-CORRECCION       PIC X(200).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-ISO          PIC 99.
        01 FS-RPT          PIC 99.
        01 FS-CSV          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-ISO-PATH          PIC X(200) VALUE SPACES.
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-CSV-PATH          PIC X(200) VALUE SPACES.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-CSV-ISO.
            05 WS-IS-ALFA2      PIC X(02).
            05 WS-IS-ALFA3      PIC X(03).
            05 WS-IS-NUM-X      PIC X(03).
            05 WS-IS-NOMBRE     PIC X(40).
            05 WS-IS-ESTADO     PIC X(01).
            05 WS-IS-NUEVO      PIC X(02).
        01 WS-UNSTR-CNT     PIC 9(02).
        01 WS-CSV-POS        PIC 9(4).
        01 WS-CSV-CH         PIC X(1).
        01 WS-CSV-EN-COMILLA PIC 9(1).
        01 WS-CSV-CAMPO-NUM  PIC 9(1).
        01 WS-CSV-CAMPO-LEN  PIC 9(4).
        01 WS-CSV-CAMPO-BUF  PIC X(1024).
      *  Lista ISO en memoria
        01 WS-ISO-CNT           PIC 9(3) VALUE 0.
        01 WS-ISO-MAX           PIC 9(3) VALUE 700.
        01 WS-ISO-IDX           PIC 9(3).
        01 WS-TABLA-ISO.
            05 WS-ISO-ENT OCCURS 700 TIMES.
                10 WS-ISO-ALFA2     PIC X(02).
                10 WS-ISO-ALFA3     PIC X(03).
                10 WS-ISO-NUM       PIC 9(03).
                10 WS-ISO-NOMBRE    PIC X(40).
                10 WS-ISO-ESTADO    PIC X(01).
                    88 WS-ISO-ASIGNADO      VALUE "A".
                    88 WS-ISO-RESERVADO     VALUE "R".
                    88 WS-ISO-RETIRADO      VALUE "W".
                10 WS-ISO-NUEVO     PIC X(02).
      *  Resultado de buscar un ABCOD en la lista ISO
        01 WS-ISO-A-IDX         PIC 9(3).
        01 WS-ISO-W-IDX         PIC 9(3).
        01 WS-ISO-R-IDX         PIC 9(3).
        01 WS-REASIGNADO        PIC 9(1).
      *  Recorrido de PAISES por seccion del reporte
        01 WS-SECCION           PIC X(01).
            88 WS-SEC-FALTA-ISO         VALUE "F".
            88 WS-SEC-DIFERENCIAS       VALUE "D".
            88 WS-SEC-RETIRADOS         VALUE "W".
            88 WS-SEC-REASIGNADOS       VALUE "R".
            88 WS-SEC-CORRECCION        VALUE "C".
        01 WS-CNT-ISO-LEIDAS    PIC 9(9) VALUE 0.
        01 WS-CNT-ISO-INVAL     PIC 9(9) VALUE 0.
        01 WS-CNT-PAISES        PIC 9(9) VALUE 0.
        01 WS-CNT-FALTA-PAISES  PIC 9(9) VALUE 0.
        01 WS-CNT-FALTA-ISO     PIC 9(9) VALUE 0.
        01 WS-CNT-DIF-NUM       PIC 9(9) VALUE 0.
        01 WS-CNT-DIF-CD3       PIC 9(9) VALUE 0.
        01 WS-CNT-CRUCE         PIC 9(9) VALUE 0.
        01 WS-CNT-RETIRADOS     PIC 9(9) VALUE 0.
        01 WS-CNT-REASIGNADOS   PIC 9(9) VALUE 0.
        01 WS-CNT-DISCREPANCIAS PIC 9(9) VALUE 0.
        01 WS-CNT-CSV           PIC 9(9) VALUE 0.
        01 WS-SECCION-VACIA     PIC 9(1).
        01 WS-SECCION-TITULO    PIC X(60).
        01 WS-COR-ABCD3         PIC X(03).
        01 WS-COR-ABNUM         PIC 9(03).
        01 WS-COR-ABNOM         PIC X(40).
        01 WS-COR-ABCOD         PIC X(02).
        01 WS-COR-ABREG         PIC X(02).
        01 WS-COR-ABFEC         PIC 9(08).
        01 WS-COR-ABMON         PIC X(03).
        01 WS-NUM-TXT           PIC 9(03).
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(48) VALUE
               "MGR052 - CONCILIACION PAISES CONTRA ISO 3166".
            05 FILLER           PIC X(8)  VALUE "ENTIDAD ".
            05 WS-CAB-ENTIDAD   PIC X(08).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).
        01 WS-DET-LINEA.
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-ABCOD     PIC X(02).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-MOTIVO    PIC X(30).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-PAISES    PIC X(20).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-ISO       PIC X(20).
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-DET-NOMBRE    PIC X(40).
        01 WS-DET-TITULO.
            05 FILLER           PIC X(6)  VALUE "  COD ".
            05 FILLER           PIC X(32) VALUE "MOTIVO".
            05 FILLER           PIC X(22) VALUE "EN PAISES".
            05 FILLER           PIC X(22) VALUE "EN ISO 3166".
            05 FILLER           PIC X(06) VALUE "NOMBRE".

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        PERFORM 0001-Conciliar
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR052_ISO"
        END-IF
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-ISO-PATH
        ELSE
            MOVE "iso3166.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-ISO-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR052_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE "paises_iso.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR052_CSV"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-CSV-PATH
        ELSE
            MOVE "paises_iso_correccion.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-CSV-PATH
        END-IF
        .

       0001-Conciliar SECTION.
        DISPLAY "Conciliando PAISES contra ISO 3166..."
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        PERFORM 0002-Cargar-Iso
        IF WS-RC > 4
            GO TO 0001-Conciliar-Fin
        END-IF
        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        IF FS NOT = 0 AND FS NOT = 5
            DISPLAY "MGR052: no se pudo abrir PAISES (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Conciliar-Fin
        END-IF
        OPEN OUTPUT FD-REPORTE-ISO
        IF FS-RPT NOT = 0
            DISPLAY "MGR052: no se pudo abrir "
                FUNCTION TRIM (WS-REPORTE-PATH) " (" FS-RPT ")"
            CLOSE FD-PAISES
            MOVE 8 TO WS-RC
            GO TO 0001-Conciliar-Fin
        END-IF
        OPEN OUTPUT FD-CORRECCION
        IF FS-CSV NOT = 0
            DISPLAY "MGR052: no se pudo abrir "
                FUNCTION TRIM (WS-CSV-PATH) " (" FS-CSV ")"
            CLOSE FD-PAISES
            CLOSE FD-REPORTE-ISO
            MOVE 8 TO WS-RC
            GO TO 0001-Conciliar-Fin
        END-IF

        MOVE WS-ENTIDAD TO WS-CAB-ENTIDAD
        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
        MOVE WS-CABECERA-LINEA TO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        MOVE SPACES TO RG-REPORTE-ISO
        STRING "LISTA ISO: " FUNCTION TRIM (WS-ISO-PATH)
            DELIMITED BY SIZE INTO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO

        MOVE "SECCION CODIGOS ISO ASIGNADOS QUE FALTAN EN PAISES"
            TO WS-SECCION-TITULO
        PERFORM 0005-Titulo-Seccion
        PERFORM 0003-Faltan-En-Paises

        MOVE "SECCION CODIGOS DE PAISES QUE ISO NO TIENE ASIGNADOS"
            TO WS-SECCION-TITULO
        PERFORM 0005-Titulo-Seccion
        MOVE "F" TO WS-SECCION
        PERFORM 0004-Recorrer-Paises
        PERFORM 0005-Fin-Seccion

        MOVE "SECCION DIFERENCIAS EN ABNUM / ABCD3" TO
            WS-SECCION-TITULO
        PERFORM 0005-Titulo-Seccion
        MOVE "D" TO WS-SECCION
        PERFORM 0004-Recorrer-Paises
        PERFORM 0003-Cruce-Claves
        PERFORM 0005-Fin-Seccion

        MOVE "SECCION PAISES ACTIVOS CON CODIGO RETIRADO POR ISO"
            TO WS-SECCION-TITULO
        PERFORM 0005-Titulo-Seccion
        MOVE "W" TO WS-SECCION
        PERFORM 0004-Recorrer-Paises
        PERFORM 0005-Fin-Seccion

        MOVE "SECCION CODIGOS REASIGNADOS POR ISO A OTRO PAIS"
            TO WS-SECCION-TITULO
        PERFORM 0005-Titulo-Seccion
        MOVE "R" TO WS-SECCION
        PERFORM 0004-Recorrer-Paises
        PERFORM 0005-Fin-Seccion

      *  Feed corregido: paises activos y despues las altas
        MOVE SPACES TO RG-CORRECCION
        STRING "# FEED DE PAISES CORREGIDO SEGUN ISO 3166 - "
            WS-FECHA-HOY
            DELIMITED BY SIZE INTO RG-CORRECCION
        WRITE RG-CORRECCION
        MOVE "ABNOM,ABCOD,ABCD3,ABNUM,ABREG,ABFEC,ABMON" TO
            RG-CORRECCION
        WRITE RG-CORRECCION
        MOVE "C" TO WS-SECCION
        PERFORM 0004-Recorrer-Paises
        PERFORM 0003-Altas-Correccion

        COMPUTE WS-CNT-DISCREPANCIAS = WS-CNT-FALTA-PAISES
            + WS-CNT-FALTA-ISO + WS-CNT-DIF-NUM + WS-CNT-DIF-CD3
            + WS-CNT-CRUCE + WS-CNT-RETIRADOS + WS-CNT-REASIGNADOS
        MOVE SPACES TO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        STRING "FALTAN EN PAISES: " WS-CNT-FALTA-PAISES
            "  FALTAN EN ISO: " WS-CNT-FALTA-ISO
            "  RETIRADOS ACTIVOS: " WS-CNT-RETIRADOS
            "  REASIGNADOS: " WS-CNT-REASIGNADOS
            DELIMITED BY SIZE INTO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        MOVE SPACES TO RG-REPORTE-ISO
        STRING "ABNUM DISTINTO: " WS-CNT-DIF-NUM
            "  ABCD3 DISTINTO: " WS-CNT-DIF-CD3
            "  CLAVE ALTERNA EN OTRO ABCOD: " WS-CNT-CRUCE
            "  LINEAS ISO INVALIDAS: " WS-CNT-ISO-INVAL
            DELIMITED BY SIZE INTO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        MOVE SPACES TO RG-REPORTE-ISO
        STRING "FEED CORREGIDO: " WS-CNT-CSV " LINEAS EN "
            FUNCTION TRIM (WS-CSV-PATH)
            DELIMITED BY SIZE INTO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO

        CLOSE FD-PAISES
        CLOSE FD-REPORTE-ISO
        CLOSE FD-CORRECCION
        IF (WS-CNT-DISCREPANCIAS > 0 OR WS-CNT-ISO-INVAL > 0)
                AND WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF

        DISPLAY "=== Conciliacion PAISES / ISO 3166 ==="
        DISPLAY "Lineas ISO leidas     : " WS-CNT-ISO-LEIDAS
        DISPLAY "Lineas ISO invalidas  : " WS-CNT-ISO-INVAL
        DISPLAY "Paises en el maestro  : " WS-CNT-PAISES
        DISPLAY "Faltan en PAISES      : " WS-CNT-FALTA-PAISES
        DISPLAY "Faltan en ISO         : " WS-CNT-FALTA-ISO
        DISPLAY "ABNUM distinto        : " WS-CNT-DIF-NUM
        DISPLAY "ABCD3 distinto        : " WS-CNT-DIF-CD3
        DISPLAY "Clave en otro ABCOD   : " WS-CNT-CRUCE
        DISPLAY "Activos retirados     : " WS-CNT-RETIRADOS
        DISPLAY "Reasignados           : " WS-CNT-REASIGNADOS
        DISPLAY "Feed corregido        : " FUNCTION TRIM (WS-CSV-PATH)
        .
       0001-Conciliar-Fin.
        EXIT.

      ******************************************************************
      * Carga de la lista ISO
      ******************************************************************
       0002-Cargar-Iso SECTION.
        OPEN INPUT FD-ISO
        IF FS-ISO NOT = 0
            DISPLAY "MGR052: no se pudo abrir la lista ISO "
                FUNCTION TRIM (WS-ISO-PATH) " (" FS-ISO ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Cargar-Iso-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-ISO NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF TEXTO NOT = SPACES AND TEXTO (1:1) NOT = "#"
                    AND TEXTO (1:5) NOT = "ALFA2"
                ADD 1 TO WS-CNT-ISO-LEIDAS
                PERFORM 0002-Linea-Iso
            END-IF
            READ FD-ISO NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-ISO
        IF WS-ISO-CNT = 0
            DISPLAY "MGR052: la lista ISO no tiene codigos validos"
            MOVE 8 TO WS-RC
        END-IF
        .
       0002-Cargar-Iso-Fin.
        EXIT.

       0002-Linea-Iso SECTION.
        INITIALIZE WS-CSV-ISO
        PERFORM 0009-ParseCSV
        MOVE FUNCTION UPPER-CASE (WS-IS-ALFA2) TO WS-IS-ALFA2
        MOVE FUNCTION UPPER-CASE (WS-IS-ALFA3) TO WS-IS-ALFA3
        MOVE FUNCTION UPPER-CASE (WS-IS-ESTADO) TO WS-IS-ESTADO
        MOVE FUNCTION UPPER-CASE (WS-IS-NUEVO) TO WS-IS-NUEVO
        IF WS-UNSTR-CNT < 5 OR WS-IS-ALFA2 = SPACES
                OR (WS-IS-ESTADO NOT = "A" AND WS-IS-ESTADO NOT = "R"
                    AND WS-IS-ESTADO NOT = "W")
                OR (WS-IS-ESTADO = "A"
                    AND (WS-IS-NUM-X IS NOT NUMERIC
                         OR WS-IS-ALFA3 = SPACES))
            ADD 1 TO WS-CNT-ISO-INVAL
            DISPLAY "MGR052: linea ISO invalida: "
                FUNCTION TRIM (TEXTO)
            GO TO 0002-Linea-Iso-Fin
        END-IF
        IF WS-ISO-CNT NOT < WS-ISO-MAX
            ADD 1 TO WS-CNT-ISO-INVAL
            DISPLAY "MGR052: mas de " WS-ISO-MAX
                " codigos ISO, se ignora " WS-IS-ALFA2
            GO TO 0002-Linea-Iso-Fin
        END-IF
        ADD 1 TO WS-ISO-CNT
        MOVE WS-IS-ALFA2 TO WS-ISO-ALFA2 (WS-ISO-CNT)
        MOVE WS-IS-ALFA3 TO WS-ISO-ALFA3 (WS-ISO-CNT)
        IF WS-IS-NUM-X IS NUMERIC
            MOVE WS-IS-NUM-X TO WS-ISO-NUM (WS-ISO-CNT)
        ELSE
            MOVE ZEROS TO WS-ISO-NUM (WS-ISO-CNT)
        END-IF
        MOVE WS-IS-NOMBRE TO WS-ISO-NOMBRE (WS-ISO-CNT)
        MOVE WS-IS-ESTADO TO WS-ISO-ESTADO (WS-ISO-CNT)
        MOVE WS-IS-NUEVO TO WS-ISO-NUEVO (WS-ISO-CNT)
        .
       0002-Linea-Iso-Fin.
        EXIT.

      ******************************************************************
      * Recorridos de la lista ISO
      ******************************************************************
       0003-Faltan-En-Paises SECTION.
        MOVE 1 TO WS-SECCION-VACIA
        PERFORM VARYING WS-ISO-IDX FROM 1 BY 1
                UNTIL WS-ISO-IDX > WS-ISO-CNT
            IF WS-ISO-ASIGNADO (WS-ISO-IDX)
                MOVE WS-ISO-ALFA2 (WS-ISO-IDX) TO ABCOD
                READ FD-PAISES KEY IS ABCOD
                    INVALID KEY
                        ADD 1 TO WS-CNT-FALTA-PAISES
                        MOVE "NO ESTA EN PAISES" TO WS-DET-MOTIVO
                        MOVE SPACES TO WS-DET-PAISES
                        PERFORM 0005-Detalle-Iso
                END-READ
            END-IF
        END-PERFORM
        PERFORM 0005-Fin-Seccion
        .

       0003-Cruce-Claves SECTION.
      *  Numerico y alfa-3 oficiales buscados por las claves alternas
      *  de PAISES: si los tiene otro ABCOD, uno de los dos esta mal
        PERFORM VARYING WS-ISO-IDX FROM 1 BY 1
                UNTIL WS-ISO-IDX > WS-ISO-CNT
            IF WS-ISO-ASIGNADO (WS-ISO-IDX)
                MOVE WS-ISO-NUM (WS-ISO-IDX) TO ABNUM
                READ FD-PAISES KEY IS ABNUM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ABCOD NOT = WS-ISO-ALFA2 (WS-ISO-IDX)
                            ADD 1 TO WS-CNT-CRUCE
                            MOVE "ABNUM OFICIAL EN OTRO ABCOD" TO
                                WS-DET-MOTIVO
                            MOVE SPACES TO WS-DET-PAISES
                            STRING "ABNUM " ABNUM " EN " ABCOD
                                DELIMITED BY SIZE INTO WS-DET-PAISES
                            PERFORM 0005-Detalle-Iso
                        END-IF
                END-READ
                MOVE WS-ISO-ALFA3 (WS-ISO-IDX) TO ABCD3
                READ FD-PAISES KEY IS ABCD3
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ABCOD NOT = WS-ISO-ALFA2 (WS-ISO-IDX)
                            ADD 1 TO WS-CNT-CRUCE
                            MOVE "ABCD3 OFICIAL EN OTRO ABCOD" TO
                                WS-DET-MOTIVO
                            MOVE SPACES TO WS-DET-PAISES
                            STRING "ABCD3 " ABCD3 " EN " ABCOD
                                DELIMITED BY SIZE INTO WS-DET-PAISES
                            PERFORM 0005-Detalle-Iso
                        END-IF
                END-READ
            END-IF
        END-PERFORM
        .

       0003-Altas-Correccion SECTION.
        PERFORM VARYING WS-ISO-IDX FROM 1 BY 1
                UNTIL WS-ISO-IDX > WS-ISO-CNT
            IF WS-ISO-ASIGNADO (WS-ISO-IDX)
                MOVE WS-ISO-ALFA2 (WS-ISO-IDX) TO ABCOD
                READ FD-PAISES KEY IS ABCOD
                    INVALID KEY
                        MOVE WS-ISO-NOMBRE (WS-ISO-IDX) TO
                            WS-COR-ABNOM
                        MOVE WS-ISO-ALFA2 (WS-ISO-IDX) TO
                            WS-COR-ABCOD
                        MOVE WS-ISO-ALFA3 (WS-ISO-IDX) TO
                            WS-COR-ABCD3
                        MOVE WS-ISO-NUM (WS-ISO-IDX) TO
                            WS-COR-ABNUM
                        MOVE SPACES TO WS-COR-ABREG
                        MOVE WS-FECHA-HOY TO WS-COR-ABFEC
                        MOVE SPACES TO WS-COR-ABMON
                        PERFORM 0006-Linea-Correccion
                END-READ
            END-IF
        END-PERFORM
        .

      ******************************************************************
      * Recorrido de PAISES en orden de ABCOD para la seccion
      * WS-SECCION del reporte o para el feed corregido
      ******************************************************************
       0004-Recorrer-Paises SECTION.
        MOVE 1 TO WS-SECCION-VACIA
        MOVE 0 TO WS-CNT-PAISES
        MOVE LOW-VALUES TO ABCOD
        START FD-PAISES KEY IS NOT LESS THAN ABCOD
            INVALID KEY
                GO TO 0004-Recorrer-Paises-Fin
        END-START
        MOVE 0 TO EOF
        READ FD-PAISES NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-CNT-PAISES
            PERFORM 0004-Buscar-Iso
            EVALUATE TRUE
                WHEN WS-SEC-FALTA-ISO
                    PERFORM 0004-Falta-Iso
                WHEN WS-SEC-DIFERENCIAS
                    PERFORM 0004-Diferencias
                WHEN WS-SEC-RETIRADOS
                    PERFORM 0004-Retirado
                WHEN WS-SEC-REASIGNADOS
                    PERFORM 0004-Reasignado
                WHEN WS-SEC-CORRECCION
                    PERFORM 0004-Correccion
            END-EVALUATE
            READ FD-PAISES NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        .
       0004-Recorrer-Paises-Fin.
        EXIT.

       0004-Buscar-Iso SECTION.
        MOVE 0 TO WS-ISO-A-IDX
        MOVE 0 TO WS-ISO-W-IDX
        MOVE 0 TO WS-ISO-R-IDX
        MOVE 0 TO WS-REASIGNADO
        PERFORM VARYING WS-ISO-IDX FROM 1 BY 1
                UNTIL WS-ISO-IDX > WS-ISO-CNT
            IF WS-ISO-ALFA2 (WS-ISO-IDX) = ABCOD
                EVALUATE TRUE
                    WHEN WS-ISO-ASIGNADO (WS-ISO-IDX)
                        MOVE WS-ISO-IDX TO WS-ISO-A-IDX
                    WHEN WS-ISO-RETIRADO (WS-ISO-IDX)
                        MOVE WS-ISO-IDX TO WS-ISO-W-IDX
                    WHEN OTHER
                        MOVE WS-ISO-IDX TO WS-ISO-R-IDX
                END-EVALUATE
            END-IF
        END-PERFORM
        IF WS-ISO-A-IDX > 0
            IF ABCD3 NOT = WS-ISO-ALFA3 (WS-ISO-A-IDX)
                    AND ABNUM NOT = WS-ISO-NUM (WS-ISO-A-IDX)
                MOVE 1 TO WS-REASIGNADO
            END-IF
        END-IF
        .

       0004-Falta-Iso SECTION.
        IF WS-ISO-A-IDX = 0 AND WS-ISO-W-IDX = 0
            ADD 1 TO WS-CNT-FALTA-ISO
            IF WS-ISO-R-IDX > 0
                MOVE "RESERVADO, NO ASIGNADO" TO WS-DET-MOTIVO
            ELSE
                MOVE "NO ESTA EN ISO" TO WS-DET-MOTIVO
            END-IF
            PERFORM 0005-Detalle-Pais
        END-IF
        .

       0004-Diferencias SECTION.
        IF WS-ISO-A-IDX = 0 OR WS-REASIGNADO = 1
            GO TO 0004-Diferencias-Fin
        END-IF
        IF ABNUM NOT = WS-ISO-NUM (WS-ISO-A-IDX)
            ADD 1 TO WS-CNT-DIF-NUM
            MOVE "ABNUM DISTINTO DEL OFICIAL" TO WS-DET-MOTIVO
            MOVE WS-ISO-A-IDX TO WS-ISO-IDX
            PERFORM 0005-Detalle-Pais
        END-IF
        IF ABCD3 NOT = WS-ISO-ALFA3 (WS-ISO-A-IDX)
            ADD 1 TO WS-CNT-DIF-CD3
            MOVE "ABCD3 DISTINTO DEL OFICIAL" TO WS-DET-MOTIVO
            MOVE WS-ISO-A-IDX TO WS-ISO-IDX
            PERFORM 0005-Detalle-Pais
        END-IF
        .
       0004-Diferencias-Fin.
        EXIT.

       0004-Retirado SECTION.
        IF ABACT = 1 AND WS-ISO-A-IDX = 0 AND WS-ISO-W-IDX > 0
            ADD 1 TO WS-CNT-RETIRADOS
            MOVE SPACES TO WS-DET-MOTIVO
            IF WS-ISO-NUEVO (WS-ISO-W-IDX) NOT = SPACES
                STRING "RETIRADO, REEMPLAZADO POR "
                    WS-ISO-NUEVO (WS-ISO-W-IDX)
                    DELIMITED BY SIZE INTO WS-DET-MOTIVO
            ELSE
                MOVE "RETIRADO POR ISO" TO WS-DET-MOTIVO
            END-IF
            MOVE WS-ISO-W-IDX TO WS-ISO-IDX
            PERFORM 0005-Detalle-Pais
        END-IF
        .

       0004-Reasignado SECTION.
        IF WS-REASIGNADO = 1
            ADD 1 TO WS-CNT-REASIGNADOS
            MOVE "ISO LO ASIGNA A OTRO PAIS" TO WS-DET-MOTIVO
            MOVE WS-ISO-A-IDX TO WS-ISO-IDX
            PERFORM 0005-Detalle-Pais
            MOVE SPACES TO WS-DET-LINEA
            MOVE "(RECLAVE CON MGR018)" TO WS-DET-MOTIVO
            MOVE WS-ISO-NOMBRE (WS-ISO-A-IDX) TO WS-DET-NOMBRE
            MOVE WS-DET-LINEA TO RG-REPORTE-ISO
            WRITE RG-REPORTE-ISO
        END-IF
        .

       0004-Correccion SECTION.
        IF ABACT NOT = 1
            GO TO 0004-Correccion-Fin
        END-IF
        IF WS-ISO-A-IDX = 0 AND WS-ISO-W-IDX > 0
      *    Retirado por ISO: fuera del feed, la carga lo desactiva
            GO TO 0004-Correccion-Fin
        END-IF
        MOVE ABNOM TO WS-COR-ABNOM
        MOVE ABCOD TO WS-COR-ABCOD
        MOVE ABCD3 TO WS-COR-ABCD3
        MOVE ABNUM TO WS-COR-ABNUM
        MOVE ABREG TO WS-COR-ABREG
        MOVE ABFEC TO WS-COR-ABFEC
        MOVE ABMON TO WS-COR-ABMON
        IF WS-ISO-A-IDX > 0 AND WS-REASIGNADO = 0
            MOVE WS-ISO-ALFA3 (WS-ISO-A-IDX) TO WS-COR-ABCD3
            MOVE WS-ISO-NUM (WS-ISO-A-IDX) TO WS-COR-ABNUM
        END-IF
        PERFORM 0006-Linea-Correccion
        .
       0004-Correccion-Fin.
        EXIT.

      ******************************************************************
      * Lineas del reporte
      ******************************************************************
       0005-Titulo-Seccion SECTION.
        MOVE SPACES TO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        MOVE WS-SECCION-TITULO TO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        MOVE WS-DET-TITULO TO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        MOVE 1 TO WS-SECCION-VACIA
        .

       0005-Fin-Seccion SECTION.
        IF WS-SECCION-VACIA = 1
            MOVE "  (SIN DIFERENCIAS)" TO RG-REPORTE-ISO
            WRITE RG-REPORTE-ISO
        END-IF
        .

       0005-Detalle-Iso SECTION.
      *  Linea sobre la entrada ISO WS-ISO-IDX (WS-DET-MOTIVO y
      *  WS-DET-PAISES ya cargados)
        MOVE WS-ISO-ALFA2 (WS-ISO-IDX) TO WS-DET-ABCOD
        MOVE SPACES TO WS-DET-ISO
        STRING WS-ISO-ALFA3 (WS-ISO-IDX) " " WS-ISO-NUM (WS-ISO-IDX)
            DELIMITED BY SIZE INTO WS-DET-ISO
        MOVE WS-ISO-NOMBRE (WS-ISO-IDX) TO WS-DET-NOMBRE
        MOVE WS-DET-LINEA TO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        MOVE 0 TO WS-SECCION-VACIA
        .

       0005-Detalle-Pais SECTION.
      *  Linea sobre el registro de PAISES leido; si la busqueda en
      *  ISO dio una entrada (WS-ISO-IDX) va tambien su dato
        MOVE ABCOD TO WS-DET-ABCOD
        MOVE SPACES TO WS-DET-PAISES
        IF ABACT = 1
            STRING ABCD3 " " ABNUM DELIMITED BY SIZE
                INTO WS-DET-PAISES
        ELSE
            STRING ABCD3 " " ABNUM " INACTIVO" DELIMITED BY SIZE
                INTO WS-DET-PAISES
        END-IF
        MOVE SPACES TO WS-DET-ISO
        IF WS-SEC-DIFERENCIAS OR WS-SEC-RETIRADOS
                OR WS-SEC-REASIGNADOS
            MOVE WS-ISO-NUM (WS-ISO-IDX) TO WS-NUM-TXT
            STRING WS-ISO-ALFA3 (WS-ISO-IDX) " " WS-NUM-TXT
                DELIMITED BY SIZE INTO WS-DET-ISO
        END-IF
        MOVE ABNOM TO WS-DET-NOMBRE
        MOVE WS-DET-LINEA TO RG-REPORTE-ISO
        WRITE RG-REPORTE-ISO
        MOVE 0 TO WS-SECCION-VACIA
        .

      ******************************************************************
      * Linea del feed corregido (layout del feed de PAISES)
      ******************************************************************
       0006-Linea-Correccion SECTION.
        INSPECT WS-COR-ABNOM REPLACING ALL '"' BY "'"
        MOVE SPACES TO RG-CORRECCION
        STRING '"' FUNCTION TRIM (WS-COR-ABNOM) '",'
            WS-COR-ABCOD "," WS-COR-ABCD3 "," WS-COR-ABNUM ","
            WS-COR-ABREG "," WS-COR-ABFEC "," WS-COR-ABMON
            DELIMITED BY SIZE INTO RG-CORRECCION
        WRITE RG-CORRECCION
        ADD 1 TO WS-CNT-CSV
        .

      ******************************************************************
      * Parser CSV (mismo criterio de comillas que MGR008)
      ******************************************************************
       0009-ParseCSV SECTION.
        MOVE 0 TO WS-UNSTR-CNT
        MOVE 1 TO WS-CSV-CAMPO-NUM
        MOVE 0 TO WS-CSV-CAMPO-LEN
        MOVE SPACES TO WS-CSV-CAMPO-BUF
        MOVE 0 TO WS-CSV-EN-COMILLA
        PERFORM VARYING WS-CSV-POS FROM 1 BY 1
                UNTIL WS-CSV-POS > LENGTH OF TEXTO
            MOVE TEXTO (WS-CSV-POS:1) TO WS-CSV-CH
            EVALUATE TRUE
                WHEN WS-CSV-CH = '"'
                    IF WS-CSV-EN-COMILLA = 1
                        MOVE 0 TO WS-CSV-EN-COMILLA
                    ELSE
                        MOVE 1 TO WS-CSV-EN-COMILLA
                    END-IF
                WHEN WS-CSV-CH = "," AND WS-CSV-EN-COMILLA = 0
                    PERFORM 0009-ParseCSV-Campo
                WHEN OTHER
                    ADD 1 TO WS-CSV-CAMPO-LEN
                    IF WS-CSV-CAMPO-LEN <= LENGTH OF WS-CSV-CAMPO-BUF
                        MOVE WS-CSV-CH TO
                            WS-CSV-CAMPO-BUF (WS-CSV-CAMPO-LEN:1)
                    END-IF
            END-EVALUATE
        END-PERFORM
        PERFORM 0009-ParseCSV-Campo
        .

       0009-ParseCSV-Campo SECTION.
        EVALUATE WS-CSV-CAMPO-NUM
            WHEN 1 MOVE WS-CSV-CAMPO-BUF (1:2)  TO WS-IS-ALFA2
            WHEN 2 MOVE WS-CSV-CAMPO-BUF (1:3)  TO WS-IS-ALFA3
            WHEN 3 MOVE WS-CSV-CAMPO-BUF (1:3)  TO WS-IS-NUM-X
            WHEN 4 MOVE WS-CSV-CAMPO-BUF (1:40) TO WS-IS-NOMBRE
            WHEN 5 MOVE WS-CSV-CAMPO-BUF (1:1)  TO WS-IS-ESTADO
            WHEN 6 MOVE WS-CSV-CAMPO-BUF (1:2)  TO WS-IS-NUEVO
        END-EVALUATE
        ADD 1 TO WS-UNSTR-CNT
        ADD 1 TO WS-CSV-CAMPO-NUM
        MOVE 0 TO WS-CSV-CAMPO-LEN
        MOVE SPACES TO WS-CSV-CAMPO-BUF
        .

       END PROGRAM MGR052.
