       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR040.
      ******************************************************************
      * Reconstruccion del maestro PAISES tal como estaba a una
      * fecha pasada (cierre de ejercicio, pedidos de auditoria y
      * del warehouse). Parte del PAISES actual y deshace, del mas
      * nuevo al mas viejo, todo movimiento de PAIHIST posterior a
      * la fecha pedida, incluidos los que MGR025 ya movio a los
      * archivos fechados que lista archivo/paihist.ctl:
      *   A  (alta)           el pais no existia: se quita
      *   U/D (cambio/baja)   se repone la imagen ADANT
      *   P  (MGR047)         como A si no hay ADANT, si no como U
      *   R  (MGR018)         se quita el codigo nuevo y se repone
      *                       la imagen ADANT con el codigo viejo
      * Cada movimiento se deshace sobre el ABCOD de sus imagenes y
      * no sobre ADCOD: MGR018 reclava el historial viejo al codigo
      * nuevo pero las imagenes conservan el codigo que tenian, asi
      * que deshecho el R los movimientos anteriores caen sobre el
      * codigo viejo.
      * Antes de leer nada se verifica la cadena de archivos: todo
      * archivo del control con movimientos posteriores a la fecha
      * tiene que abrir y tener exactamente los CT-MOVIDOS que anoto
      * MGR025; si falta uno, esta truncado o el control tiene
      * lineas ilegibles la reconstruccion tendria un hueco y se
      * detiene con RC 8 SIN grabar el archivo de salida.
      * Un movimiento que no encaja (deshacer una alta de un pais
      * que no esta, un cambio de un pais inexistente) se lista como
      * inconsistencia con RC 4 y se resuelve reponiendo ADANT; el
      * caso tipico es una recarga TOTAL (modo T) o un RESTORE de
      * MGR010 posterior a la fecha, que rehacen el maestro sin
      * movimientos de baja: los paises que no tuvieron otro
      * movimiento despues de la fecha no se pueden recuperar y la
      * salida debe leerse con esa advertencia.
      * Salida: secuencial con el layout de registro de PAISES
      * (62 bytes, en orden de ABCOD) y un listado con los archivos
      * usados, los movimientos deshechos y el maestro reconstruido
      * ("*" en los paises que cambiaron despues de la fecha).
      * No corre (RC 12) mientras PAISES este en carga en CARGAS.
      *   1er parametro o MGR040_FECHA  fecha AAAAMMDD (obligatoria)
      *   MGR040_SALIDA   ruta del secuencial (default
      *                   paises_al_<AAAAMMDD>.dat de la entidad)
      *   MGR040_RPT      ruta del listado (default
      *                   paises_al_<AAAAMMDD>.rpt de la entidad)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "PAISES-AB-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIHIST-AD-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CARGAS-AG-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT SD-ORDEN-MOV ASSIGN TO WS-ORDEN-PATH.
        SELECT OPTIONAL FD-CTL-ARCH ASSIGN TO WS-CONTROL-PATH
            FILE STATUS IS FS-CTL
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-ARCHIVO ASSIGN TO WS-ARCH-PATH
            FILE STATUS IS FS-ARC
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-SALIDA ASSIGN TO WS-SALIDA-PATH
            FILE STATUS IS FS-SAL
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-REPORTE ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "PAISES-FS" IN "src/dds".
        COPY "PAIHIST-FS" IN "src/dds".
        COPY "CARGAS-FS" IN "src/dds".
        SD SD-ORDEN-MOV.
        01 RG-ORDEN-MOV.
            05 SM-ADCOD     PIC X(02).
            05 SM-ADFEC     PIC 9(08).
            05 SM-ADHOR     PIC 9(06).
            05 SM-ADSEQ     PIC 9(04).
            05 SM-ADJOB     PIC X(08).
            05 SM-ADACC     PIC X(01).
            05 SM-ADANT     PIC X(62).
            05 SM-ADNUE     PIC X(62).
            05 SM-ORIGEN    PIC X(01).
        FD FD-CTL-ARCH.
        01 RG-CTL-ARCH.
            05 CT-ARCH      PIC X(64).
            05 FILLER       PIC X(01).
            05 CT-DESDE     PIC 9(08).
            05 FILLER       PIC X(01).
            05 CT-HASTA     PIC 9(08).
            05 FILLER       PIC X(01).
            05 CT-MOVIDOS   PIC 9(09).
            05 FILLER       PIC X(01).
            05 CT-FECHA     PIC 9(08).
        FD FD-ARCHIVO.
        01 RG-ARCHIVO       PIC X(160).
        FD FD-SALIDA.
        01 RG-SALIDA        PIC X(62).
        FD FD-REPORTE.
        01 RG-REPORTE       PIC X(132).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-CTL          PIC 99.
        01 FS-ARC          PIC 99.
        01 FS-SAL          PIC 99.
        01 FS-RPT          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 EOF-ARC         PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-ORDEN-PATH        PIC X(200) VALUE SPACES.
        01 WS-CONTROL-PATH      PIC X(200) VALUE SPACES.
        01 WS-ARCH-PATH         PIC X(200) VALUE SPACES.
        01 WS-SALIDA-PATH       PIC X(200) VALUE SPACES.
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-NOMBRE-DEF        PIC X(64).
        01 WS-FECHA-TXT         PIC X(08).
        01 WS-FECHA-CORTE       PIC 9(08) VALUE 0.
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-JOBID             PIC X(08).
        01 WS-CARGA-EN-CURSO    PIC 9(1) VALUE 0.
        01 WS-HUECO             PIC 9(1) VALUE 0.
      *  Archivos de MGR025 con movimientos posteriores a la fecha
        01 WS-ARCHIVOS.
            05 WS-ARC-CNT       PIC 9(4) VALUE 0.
            05 WS-ARC-ENT OCCURS 500 TIMES.
                10 WS-ARC-NOMBRE    PIC X(64).
                10 WS-ARC-DESDE     PIC 9(08).
                10 WS-ARC-HASTA     PIC 9(08).
                10 WS-ARC-MOVIDOS   PIC 9(09).
        01 WS-ARC-IDX           PIC 9(4).
        01 WS-ARC-LEIDOS        PIC 9(9).
      *  Maestro en memoria, siempre en orden de ABCOD
        01 WS-PAISES-TABLA.
            05 WS-PT-CNT        PIC 9(4) VALUE 0.
            05 WS-PT-ENT OCCURS 2000 TIMES.
                10 WS-PT-IMG        PIC X(62).
                10 WS-PT-TOCADO     PIC X(01).
        01 WS-PT-MAX            PIC 9(4) VALUE 2000.
        01 WS-PT-IDX            PIC 9(4).
        01 WS-PT-POS            PIC 9(4).
        01 WS-PT-ENCONTRADO     PIC 9(1).
        01 WS-BUSCA-COD         PIC X(02).
        01 WS-IMG-ALTA          PIC X(62).
        01 WS-IMAGEN-PAIS.
            05 WS-IMG-ABCOD     PIC X(02).
            05 WS-IMG-ABNOM     PIC X(40).
            05 WS-IMG-ABCD3     PIC X(03).
            05 WS-IMG-ABNUM     PIC X(03).
            05 WS-IMG-ABACT     PIC X(01).
            05 WS-IMG-ABREG     PIC X(02).
            05 WS-IMG-ABFEC     PIC X(08).
            05 WS-IMG-ABMON     PIC X(03).
        01 WS-ULTIMA-CLAVE      PIC X(20) VALUE LOW-VALUES.
        01 WS-MOTIVO            PIC X(50).
        01 WS-CNT-ACTUALES      PIC 9(9) VALUE 0.
        01 WS-CNT-LINEA         PIC 9(9) VALUE 0.
        01 WS-CNT-ARCHIVO       PIC 9(9) VALUE 0.
        01 WS-CNT-DUPLICADOS    PIC 9(9) VALUE 0.
        01 WS-CNT-A             PIC 9(9) VALUE 0.
        01 WS-CNT-U             PIC 9(9) VALUE 0.
        01 WS-CNT-D             PIC 9(9) VALUE 0.
        01 WS-CNT-R             PIC 9(9) VALUE 0.
        01 WS-CNT-INCONS        PIC 9(9) VALUE 0.
        01 WS-CNT-SALIDA        PIC 9(9) VALUE 0.
        01 WS-CNT-ACTIVOS       PIC 9(9) VALUE 0.
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(40) VALUE
               "MGR040 - MAESTRO PAISES RECONSTRUIDO AL ".
            05 WS-CAB-CORTE     PIC 9(08).
            05 FILLER           PIC X(4)  VALUE SPACE.
            05 FILLER           PIC X(9)  VALUE "GENERADO ".
            05 WS-CAB-HOY       PIC 9(08).
            05 FILLER           PIC X(4)  VALUE SPACE.
            05 FILLER           PIC X(4)  VALUE "JOB ".
            05 WS-CAB-JOB       PIC X(08).
        01 WS-ARCHIVO-LINEA.
            05 FILLER           PIC X(2)  VALUE SPACE.
            05 WS-AL-ESTADO     PIC X(06).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AL-DESDE      PIC 9(08).
            05 FILLER           PIC X(1)  VALUE "-".
            05 WS-AL-HASTA      PIC 9(08).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AL-MOVIDOS    PIC Z(8)9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AL-LEIDOS     PIC Z(8)9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AL-NOMBRE     PIC X(64).
        01 WS-AVISO-LINEA.
            05 FILLER           PIC X(8)  VALUE "  AVISO ".
            05 WS-AV-FEC        PIC 9(08).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AV-HOR        PIC 9(06).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AV-ACC        PIC X(01).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AV-COD        PIC X(02).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AV-JOB        PIC X(08).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-AV-MOTIVO     PIC X(50).
        01 WS-PAIS-LINEA.
            05 WS-PL-MARCA      PIC X(01).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-PL-ABCOD      PIC X(02).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-PL-ABCD3      PIC X(03).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-PL-ABNUM      PIC X(03).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-PL-ABACT      PIC X(01).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-PL-ABREG      PIC X(02).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-PL-ABMON      PIC X(03).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-PL-ABFEC      PIC X(08).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-PL-ABNOM      PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        IF WS-RC = 0
            PERFORM 0000-Verificar-Carga
            IF WS-CARGA-EN-CURSO = 1
                DISPLAY "MGR040: PAISES en carga - reconstruccion "
                    "pospuesta"
                MOVE 12 TO WS-RC
            END-IF
        END-IF
        IF WS-RC = 0
            PERFORM 0001-Reconstruir
        END-IF
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR040_FECHA"
        END-IF
        MOVE WS-PARM-ENTRADA (1:8) TO WS-FECHA-TXT
        IF WS-FECHA-TXT IS NOT NUMERIC
            DISPLAY "MGR040: falta la fecha AAAAMMDD a reconstruir "
                "(parametro o MGR040_FECHA)"
            MOVE 12 TO WS-RC
            GO TO 0000-Leer-Parm-Fin
        END-IF
        MOVE WS-FECHA-TXT TO WS-FECHA-CORTE
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-CORTE) NOT = 0
            DISPLAY "MGR040: fecha invalida: " WS-FECHA-TXT
            MOVE 12 TO WS-RC
            GO TO 0000-Leer-Parm-Fin
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR040_SALIDA"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-SALIDA-PATH
        ELSE
            MOVE SPACES TO WS-NOMBRE-DEF
            STRING "paises_al_" WS-FECHA-CORTE ".dat"
                DELIMITED BY SIZE INTO WS-NOMBRE-DEF
            MOVE WS-NOMBRE-DEF TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-SALIDA-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR040_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE SPACES TO WS-NOMBRE-DEF
            STRING "paises_al_" WS-FECHA-CORTE ".rpt"
                DELIMITED BY SIZE INTO WS-NOMBRE-DEF
            MOVE WS-NOMBRE-DEF TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        MOVE "archivo/paihist.ctl" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-CONTROL-PATH
        MOVE "paises_reconst.tmp" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-ORDEN-PATH
        MOVE SPACES TO WS-JOBID
        ACCEPT WS-JOBID FROM ENVIRONMENT "MGR001_JOBID"
        IF WS-JOBID = SPACES
            ACCEPT WS-JOBID FROM ENVIRONMENT "USER"
        END-IF
        IF WS-JOBID = SPACES
            MOVE "MGR040" TO WS-JOBID
        END-IF
        .
       0000-Leer-Parm-Fin.
        EXIT.

       0000-Verificar-Carga SECTION.
        MOVE 0 TO WS-CARGA-EN-CURSO
        OPEN INPUT SHARING WITH ALL OTHER FD-CARGAS
        IF FS = 0
            MOVE "PAISES" TO AGMAE
            READ FD-CARGAS KEY IS AGMAE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF AGFLG = 1
                        MOVE 1 TO WS-CARGA-EN-CURSO
                    END-IF
            END-READ
            CLOSE FD-CARGAS
        END-IF
        .

       0001-Reconstruir SECTION.
        DISPLAY "Reconstruccion de PAISES al " WS-FECHA-CORTE "..."
        OPEN OUTPUT FD-REPORTE
        MOVE WS-FECHA-CORTE TO WS-CAB-CORTE
        MOVE WS-FECHA-HOY TO WS-CAB-HOY
        MOVE WS-JOBID TO WS-CAB-JOB
        MOVE WS-CABECERA-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE

        PERFORM 0002-Cargar-Actual
        IF WS-RC NOT < 8
            GO TO 0001-Reconstruir-Cierre
        END-IF
        PERFORM 0003-Verificar-Cadena
        IF WS-HUECO = 1
            MOVE SPACES TO RG-REPORTE
            WRITE RG-REPORTE
            MOVE SPACES TO RG-REPORTE
            STRING "RECONSTRUCCION DETENIDA: LA CADENA DE ARCHIVOS "
                "DE MGR025 TIENE UN HUECO EN EL PERIODO PEDIDO"
                DELIMITED BY SIZE INTO RG-REPORTE
            WRITE RG-REPORTE
            DISPLAY "MGR040: hueco en la cadena de archivos de "
                "PAIHIST - no se genera la salida"
            MOVE 8 TO WS-RC
            GO TO 0001-Reconstruir-Cierre
        END-IF

        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "MOVIMIENTOS DESHECHOS CON AVISO:" TO RG-REPORTE
        WRITE RG-REPORTE
        SORT SD-ORDEN-MOV
            ON DESCENDING KEY SM-ADFEC SM-ADHOR SM-ADSEQ SM-ADCOD
            INPUT PROCEDURE IS 0004-Juntar-Movimientos
            OUTPUT PROCEDURE IS 0005-Deshacer-Movimientos
        IF WS-CNT-INCONS = 0
            MOVE "  (NINGUNO)" TO RG-REPORTE
            WRITE RG-REPORTE
        END-IF
        IF WS-RC NOT < 8
            GO TO 0001-Reconstruir-Cierre
        END-IF
        PERFORM 0007-Grabar-Salida
        .
       0001-Reconstruir-Cierre.
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        STRING "PAISES HOY: " WS-CNT-ACTUALES
            "  MOVIMIENTOS EN LINEA: " WS-CNT-LINEA
            "  EN ARCHIVOS: " WS-CNT-ARCHIVO
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        STRING "DESHECHOS  ALTAS: " WS-CNT-A
            "  CAMBIOS: " WS-CNT-U
            "  BAJAS: " WS-CNT-D
            "  RECLAVES: " WS-CNT-R
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        STRING "INCONSISTENCIAS: " WS-CNT-INCONS
            "  DUPLICADOS IGNORADOS: " WS-CNT-DUPLICADOS
            "  PAISES AL CORTE: " WS-CNT-SALIDA
            " (ACTIVOS " WS-CNT-ACTIVOS ")"
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        CLOSE FD-REPORTE
        DISPLAY "=== Reconstruccion de PAISES al " WS-FECHA-CORTE
            " ==="
        DISPLAY "Paises hoy            : " WS-CNT-ACTUALES
        DISPLAY "Movimientos en linea  : " WS-CNT-LINEA
        DISPLAY "Movimientos archivados: " WS-CNT-ARCHIVO
        DISPLAY "Inconsistencias       : " WS-CNT-INCONS
        DISPLAY "Paises al corte       : " WS-CNT-SALIDA
        IF WS-RC < 8
            DISPLAY "Salida                : "
                FUNCTION TRIM (WS-SALIDA-PATH)
        END-IF
        .
       0001-Reconstruir-Fin.
        EXIT.

       0002-Cargar-Actual SECTION.
      *  El maestro de hoy, en orden de clave, es el punto de
      *  partida de la reconstruccion.
        MOVE 0 TO WS-PT-CNT
        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        IF FS NOT = 0 AND FS NOT = 5
            DISPLAY "MGR040: no se pudo abrir PAISES (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Cargar-Actual-Fin
        END-IF
        MOVE LOW-VALUES TO ABCOD
        START FD-PAISES KEY IS NOT LESS THAN ABCOD
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-PAISES NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF WS-PT-CNT = WS-PT-MAX
                DISPLAY "MGR040: PAISES supera la tabla de "
                    WS-PT-MAX " paises"
                MOVE 8 TO WS-RC
                MOVE 1 TO EOF
            ELSE
                ADD 1 TO WS-PT-CNT
                MOVE RG-PAIS TO WS-PT-IMG (WS-PT-CNT)
                MOVE SPACE TO WS-PT-TOCADO (WS-PT-CNT)
                READ FD-PAISES NEXT
                    AT END MOVE 1 TO EOF
                END-READ
            END-IF
        END-PERFORM
        CLOSE FD-PAISES
        MOVE WS-PT-CNT TO WS-CNT-ACTUALES
        .
       0002-Cargar-Actual-Fin.
        EXIT.

       0003-Verificar-Cadena SECTION.
      *  Todo archivo de MGR025 que pueda tener movimientos
      *  posteriores a la fecha (CT-HASTA mayor) tiene que estar y
      *  estar completo; una linea del control ilegible tambien es
      *  un hueco, porque no se sabe que periodo cubria.
        MOVE 0 TO WS-HUECO
        MOVE 0 TO WS-ARC-CNT
        MOVE SPACES TO RG-REPORTE
        STRING "ARCHIVOS DE MGR025 CON MOVIMIENTOS "
            "POSTERIORES AL CORTE:"
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "  ESTADO DESDE    HASTA      ANOTADOS    LEIDOS ARCHIVO"
            TO RG-REPORTE
        WRITE RG-REPORTE
        OPEN INPUT FD-CTL-ARCH
        IF FS-CTL NOT = 0 AND FS-CTL NOT = 5
            MOVE "  (SIN CONTROL - NADA ARCHIVADO)" TO RG-REPORTE
            WRITE RG-REPORTE
            GO TO 0003-Verificar-Cadena-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-CTL-ARCH
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF CT-DESDE IS NOT NUMERIC OR CT-HASTA IS NOT NUMERIC
                    OR CT-MOVIDOS IS NOT NUMERIC
                MOVE 1 TO WS-HUECO
                MOVE SPACES TO RG-REPORTE
                STRING "  ILEGIBLE - LINEA DEL CONTROL: "
                    RG-CTL-ARCH (1:64)
                    DELIMITED BY SIZE INTO RG-REPORTE
                WRITE RG-REPORTE
            ELSE
                IF CT-HASTA > WS-FECHA-CORTE
                    PERFORM 0003-Verificar-Archivo
                END-IF
            END-IF
            READ FD-CTL-ARCH
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-CTL-ARCH
        IF WS-ARC-CNT = 0 AND WS-HUECO = 0
            MOVE "  (NINGUNO - ALCANZA CON EL PAIHIST EN LINEA)"
                TO RG-REPORTE
            WRITE RG-REPORTE
        END-IF
        .
       0003-Verificar-Cadena-Fin.
        EXIT.

       0003-Verificar-Archivo SECTION.
        MOVE SPACES TO WS-AL-ESTADO
        MOVE CT-DESDE TO WS-AL-DESDE
        MOVE CT-HASTA TO WS-AL-HASTA
        MOVE CT-MOVIDOS TO WS-AL-MOVIDOS
        MOVE CT-ARCH TO WS-AL-NOMBRE
        MOVE 0 TO WS-ARC-LEIDOS
        MOVE CT-ARCH TO WS-ARCH-PATH
        OPEN INPUT FD-ARCHIVO
        IF FS-ARC NOT = 0
            MOVE "FALTA" TO WS-AL-ESTADO
            MOVE 1 TO WS-HUECO
            GO TO 0003-Verificar-Archivo-Linea
        END-IF
        MOVE 0 TO EOF-ARC
        READ FD-ARCHIVO
            AT END MOVE 1 TO EOF-ARC
        END-READ
        PERFORM UNTIL EOF-ARC = 1
            ADD 1 TO WS-ARC-LEIDOS
            READ FD-ARCHIVO
                AT END MOVE 1 TO EOF-ARC
            END-READ
        END-PERFORM
        CLOSE FD-ARCHIVO
        IF WS-ARC-LEIDOS NOT = CT-MOVIDOS
            MOVE "TRUNC" TO WS-AL-ESTADO
            MOVE 1 TO WS-HUECO
            GO TO 0003-Verificar-Archivo-Linea
        END-IF
        IF WS-ARC-CNT = 500
            MOVE "EXCESO" TO WS-AL-ESTADO
            MOVE 1 TO WS-HUECO
            GO TO 0003-Verificar-Archivo-Linea
        END-IF
        MOVE "OK" TO WS-AL-ESTADO
        ADD 1 TO WS-ARC-CNT
        MOVE CT-ARCH TO WS-ARC-NOMBRE (WS-ARC-CNT)
        MOVE CT-DESDE TO WS-ARC-DESDE (WS-ARC-CNT)
        MOVE CT-HASTA TO WS-ARC-HASTA (WS-ARC-CNT)
        MOVE CT-MOVIDOS TO WS-ARC-MOVIDOS (WS-ARC-CNT)
        .
       0003-Verificar-Archivo-Linea.
        MOVE WS-ARC-LEIDOS TO WS-AL-LEIDOS
        MOVE WS-ARCHIVO-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        .
       0003-Verificar-Archivo-Fin.
        EXIT.

       0004-Juntar-Movimientos SECTION.
      *  Movimientos posteriores a la fecha: los del PAIHIST en
      *  linea y los de cada archivo verificado.
        OPEN INPUT SHARING WITH ALL OTHER FD-PAIHIST
        IF FS = 0 OR FS = 5
            MOVE LOW-VALUES TO ADKEY
            START FD-PAIHIST KEY IS NOT LESS THAN ADKEY
                INVALID KEY CONTINUE
            END-START
            MOVE 0 TO EOF
            READ FD-PAIHIST NEXT
                AT END MOVE 1 TO EOF
            END-READ
            PERFORM UNTIL EOF = 1
                IF ADFEC > WS-FECHA-CORTE
                    MOVE RG-PAIHIST TO RG-ORDEN-MOV
                    MOVE "L" TO SM-ORIGEN
                    RELEASE RG-ORDEN-MOV
                    ADD 1 TO WS-CNT-LINEA
                END-IF
                READ FD-PAIHIST NEXT
                    AT END MOVE 1 TO EOF
                END-READ
            END-PERFORM
            CLOSE FD-PAIHIST
        ELSE
            DISPLAY "MGR040: no se pudo abrir PAIHIST (" FS ")"
            MOVE 8 TO WS-RC
        END-IF
        PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                UNTIL WS-ARC-IDX > WS-ARC-CNT
            MOVE WS-ARC-NOMBRE (WS-ARC-IDX) TO WS-ARCH-PATH
            OPEN INPUT FD-ARCHIVO
            MOVE 0 TO EOF-ARC
            READ FD-ARCHIVO
                AT END MOVE 1 TO EOF-ARC
            END-READ
            PERFORM UNTIL EOF-ARC = 1
                MOVE RG-ARCHIVO (1:153) TO RG-ORDEN-MOV
                MOVE "A" TO SM-ORIGEN
                IF SM-ADFEC > WS-FECHA-CORTE
                    RELEASE RG-ORDEN-MOV
                    ADD 1 TO WS-CNT-ARCHIVO
                END-IF
                READ FD-ARCHIVO
                    AT END MOVE 1 TO EOF-ARC
                END-READ
            END-PERFORM
            CLOSE FD-ARCHIVO
        END-PERFORM
        .

       0005-Deshacer-Movimientos SECTION.
      *  Del mas nuevo al mas viejo. Un mismo movimiento en linea y
      *  en un archivo (borrado incompleto de MGR025) se deshace una
      *  sola vez.
        MOVE 0 TO EOF
        RETURN SD-ORDEN-MOV
            AT END MOVE 1 TO EOF
        END-RETURN
        PERFORM UNTIL EOF = 1
            IF RG-ORDEN-MOV (1:20) = WS-ULTIMA-CLAVE
                ADD 1 TO WS-CNT-DUPLICADOS
            ELSE
                MOVE RG-ORDEN-MOV (1:20) TO WS-ULTIMA-CLAVE
                PERFORM 0006-Deshacer-Uno
            END-IF
            RETURN SD-ORDEN-MOV
                AT END MOVE 1 TO EOF
            END-RETURN
        END-PERFORM
        .

       0006-Deshacer-Uno SECTION.
        EVALUATE SM-ADACC
            WHEN "A"
                ADD 1 TO WS-CNT-A
                MOVE SM-ADNUE (1:2) TO WS-BUSCA-COD
                PERFORM 0006-Buscar-Pais
                IF WS-PT-ENCONTRADO = 1
                    PERFORM 0006-Quitar-Pais
                ELSE
                    MOVE "ALTA DE UN PAIS QUE NO ESTA - SE IGNORA"
                        TO WS-MOTIVO
                    PERFORM 0006-Avisar
                END-IF
            WHEN "U"
            WHEN "D"
                IF SM-ADACC = "U"
                    ADD 1 TO WS-CNT-U
                ELSE
                    ADD 1 TO WS-CNT-D
                END-IF
                MOVE SM-ADNUE (1:2) TO WS-BUSCA-COD
                PERFORM 0006-Buscar-Pais
                IF WS-PT-ENCONTRADO = 1
                    MOVE SM-ADANT TO WS-PT-IMG (WS-PT-POS)
                    MOVE "*" TO WS-PT-TOCADO (WS-PT-POS)
                ELSE
                    MOVE "CAMBIO DE UN PAIS QUE NO ESTA - SE REPONE"
                        TO WS-MOTIVO
                    PERFORM 0006-Avisar
                    MOVE SM-ADANT TO WS-IMG-ALTA
                    PERFORM 0006-Agregar-Pais
                END-IF
            WHEN "P"
      *        Promocion desde otra entidad (MGR047): sin imagen
      *        anterior fue una alta, si no un cambio o una baja
                IF SM-ADANT = SPACES
                    ADD 1 TO WS-CNT-A
                    MOVE SM-ADNUE (1:2) TO WS-BUSCA-COD
                    PERFORM 0006-Buscar-Pais
                    IF WS-PT-ENCONTRADO = 1
                        PERFORM 0006-Quitar-Pais
                    ELSE
                        MOVE "ALTA DE UN PAIS QUE NO ESTA - SE IGNORA"
                            TO WS-MOTIVO
                        PERFORM 0006-Avisar
                    END-IF
                ELSE
                    ADD 1 TO WS-CNT-U
                    MOVE SM-ADNUE (1:2) TO WS-BUSCA-COD
                    PERFORM 0006-Buscar-Pais
                    IF WS-PT-ENCONTRADO = 1
                        MOVE SM-ADANT TO WS-PT-IMG (WS-PT-POS)
                        MOVE "*" TO WS-PT-TOCADO (WS-PT-POS)
                    ELSE
                        MOVE "CAMBIO DE UN PAIS QUE NO ESTA - SE REPONE"
                            TO WS-MOTIVO
                        PERFORM 0006-Avisar
                        MOVE SM-ADANT TO WS-IMG-ALTA
                        PERFORM 0006-Agregar-Pais
                    END-IF
                END-IF
            WHEN "R"
                ADD 1 TO WS-CNT-R
                MOVE SM-ADNUE (1:2) TO WS-BUSCA-COD
                PERFORM 0006-Buscar-Pais
                IF WS-PT-ENCONTRADO = 1
                    PERFORM 0006-Quitar-Pais
                ELSE
                    MOVE "RECLAVE A UN CODIGO QUE NO ESTA" TO WS-MOTIVO
                    PERFORM 0006-Avisar
                END-IF
                MOVE SM-ADANT (1:2) TO WS-BUSCA-COD
                PERFORM 0006-Buscar-Pais
                IF WS-PT-ENCONTRADO = 1
                    MOVE "EL CODIGO VIEJO YA ESTA - SE PISA"
                        TO WS-MOTIVO
                    PERFORM 0006-Avisar
                    MOVE SM-ADANT TO WS-PT-IMG (WS-PT-POS)
                    MOVE "*" TO WS-PT-TOCADO (WS-PT-POS)
                ELSE
                    MOVE SM-ADANT TO WS-IMG-ALTA
                    PERFORM 0006-Agregar-Pais
                END-IF
            WHEN OTHER
                MOVE "ACCION DESCONOCIDA - SE IGNORA" TO WS-MOTIVO
                PERFORM 0006-Avisar
        END-EVALUATE
        .

       0006-Buscar-Pais SECTION.
      *  Deja en WS-PT-POS la posicion del codigo o, si no esta, la
      *  posicion donde corresponde insertarlo.
        MOVE 0 TO WS-PT-ENCONTRADO
        MOVE 1 TO WS-PT-POS
        PERFORM UNTIL WS-PT-POS > WS-PT-CNT
                OR WS-PT-IMG (WS-PT-POS) (1:2) NOT < WS-BUSCA-COD
            ADD 1 TO WS-PT-POS
        END-PERFORM
        IF WS-PT-POS NOT > WS-PT-CNT
            IF WS-PT-IMG (WS-PT-POS) (1:2) = WS-BUSCA-COD
                MOVE 1 TO WS-PT-ENCONTRADO
            END-IF
        END-IF
        .

       0006-Quitar-Pais SECTION.
        PERFORM VARYING WS-PT-IDX FROM WS-PT-POS BY 1
                UNTIL WS-PT-IDX NOT < WS-PT-CNT
            MOVE WS-PT-ENT (WS-PT-IDX + 1) TO WS-PT-ENT (WS-PT-IDX)
        END-PERFORM
        SUBTRACT 1 FROM WS-PT-CNT
        .

       0006-Agregar-Pais SECTION.
      *  Inserta WS-IMG-ALTA en WS-PT-POS (dejada por la busqueda).
        IF WS-PT-CNT = WS-PT-MAX
            DISPLAY "MGR040: la reconstruccion supera la tabla de "
                WS-PT-MAX " paises"
            MOVE 8 TO WS-RC
            GO TO 0006-Agregar-Pais-Fin
        END-IF
        PERFORM VARYING WS-PT-IDX FROM WS-PT-CNT BY -1
                UNTIL WS-PT-IDX < WS-PT-POS
            MOVE WS-PT-ENT (WS-PT-IDX) TO WS-PT-ENT (WS-PT-IDX + 1)
        END-PERFORM
        ADD 1 TO WS-PT-CNT
        MOVE WS-IMG-ALTA TO WS-PT-IMG (WS-PT-POS)
        MOVE "*" TO WS-PT-TOCADO (WS-PT-POS)
        .
       0006-Agregar-Pais-Fin.
        EXIT.

       0006-Avisar SECTION.
        ADD 1 TO WS-CNT-INCONS
        IF WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        MOVE SM-ADFEC TO WS-AV-FEC
        MOVE SM-ADHOR TO WS-AV-HOR
        MOVE SM-ADACC TO WS-AV-ACC
        MOVE WS-BUSCA-COD TO WS-AV-COD
        MOVE SM-ADJOB TO WS-AV-JOB
        MOVE WS-MOTIVO TO WS-AV-MOTIVO
        MOVE WS-AVISO-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        .

       0007-Grabar-Salida SECTION.
        OPEN OUTPUT FD-SALIDA
        IF FS-SAL NOT = 0
            DISPLAY "MGR040: no se pudo crear la salida ("
                FS-SAL ")"
            MOVE 8 TO WS-RC
            GO TO 0007-Grabar-Salida-Fin
        END-IF
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        STRING "PAISES AL " WS-FECHA-CORTE
            "  (* = CAMBIO DESPUES DE ESA FECHA)"
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "  CD CD3 NUM A RG MON ABFEC    ABNOM" TO RG-REPORTE
        WRITE RG-REPORTE
        PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PT-CNT
            MOVE WS-PT-IMG (WS-PT-IDX) TO RG-SALIDA
            WRITE RG-SALIDA
            ADD 1 TO WS-CNT-SALIDA
            MOVE WS-PT-IMG (WS-PT-IDX) TO WS-IMAGEN-PAIS
            IF WS-IMG-ABACT = "1"
                ADD 1 TO WS-CNT-ACTIVOS
            END-IF
            MOVE WS-PT-TOCADO (WS-PT-IDX) TO WS-PL-MARCA
            MOVE WS-IMG-ABCOD TO WS-PL-ABCOD
            MOVE WS-IMG-ABCD3 TO WS-PL-ABCD3
            MOVE WS-IMG-ABNUM TO WS-PL-ABNUM
            MOVE WS-IMG-ABACT TO WS-PL-ABACT
            MOVE WS-IMG-ABREG TO WS-PL-ABREG
            MOVE WS-IMG-ABMON TO WS-PL-ABMON
            MOVE WS-IMG-ABFEC TO WS-PL-ABFEC
            MOVE WS-IMG-ABNOM TO WS-PL-ABNOM
            MOVE WS-PAIS-LINEA TO RG-REPORTE
            WRITE RG-REPORTE
        END-PERFORM
        CLOSE FD-SALIDA
        .
       0007-Grabar-Salida-Fin.
        EXIT.

       END PROGRAM MGR040.
