       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR050.
      ******************************************************************
      * Informe de todos los datos que el sistema guarda de un
      * usuario (ACCOD), para contestar un pedido de acceso de RRHH
      * o del propio empleado sin buscar a mano archivo por archivo.
      * Un solo documento con, en este orden:
      *   1 el registro actual de USUARIOS, con el idioma (IDIOMAS)
      *     y el pais (PAISES) resueltos
      *   2 las purgas del usuario en el diario de MGR015
      *   3 los avisos de caducidad de password de MGR029 (AVISOS)
      *   4 los extractos de MGR011 que siguen en disco y lo
      *     contienen: el de nombre fijo y los anotados en el
      *     catalogo usuarios_extractos.lst; los anotados que ya no
      *     estan se listan como borrados
      *   5 los rechazos pendientes de usuarios_rechazados.txt y su
      *     contador de reciclaje en RECICLO (MGR012)
      *   6 los permisos de AUTORIZA bajo ese operador (AJOPE),
      *     vigentes y revocados
      * y el mismo contenido en un CSV plano para la oficina de
      * privacidad: ACCOD,SECCION,FUENTE,FECHA,REFERENCIA,DETALLE,
      * una linea por dato.
      * Que el usuario no figure en ningun lado es una respuesta
      * valida (RC 0, "NO SE ENCONTRARON DATOS"). RC 4 si alguna
      * fuente no se pudo leer: el documento queda incompleto y lo
      * dice en la seccion. RC 12 sin ACCOD.
      *   1er parametro o MGR050_ACCOD   usuario a informar
      *   MGR050_RPT         ruta del documento (default
      *                      datos_usuario_<ACCOD>.rpt)
      *   MGR050_CSV         ruta del CSV (default
      *                      datos_usuario_<ACCOD>.csv)
      *   MGR015_PURGA_JRN   diario de purgas (default el de MGR015)
      *   MGR001_JOBID       job id u operador (default USER)
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
        COPY "AUTORIZA-AJ-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT OPTIONAL FD-AVISOS ASSIGN TO WS-AVISOS-PATH
            FILE STATUS IS FS
            LOCK MODE IS MANUAL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AV-KEY
            SHARING WITH ALL OTHER.
        SELECT OPTIONAL FD-RECICLO ASSIGN TO WS-RUTA-RECICLO
            FILE STATUS IS FS
            LOCK MODE IS MANUAL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RC-KEY
            SHARING WITH ALL OTHER.
        SELECT FD-PURGA-JRN ASSIGN TO WS-JRN-PATH
            FILE STATUS IS FS-SEC
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-RECHAZOS ASSIGN TO WS-RECHAZOS-PATH
            FILE STATUS IS FS-SEC
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CATALOGO ASSIGN TO WS-CATALOGO-PATH
            FILE STATUS IS FS-SEC
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-EXTRACTO ASSIGN TO WS-EXTRACTO-PATH
            FILE STATUS IS FS-SEC
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-DOCUMENTO ASSIGN TO WS-DOCUMENTO-PATH
            FILE STATUS IS FS-DOC
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
        COPY "AUTORIZA-FS" IN "src/dds".
        FD FD-AVISOS.
        01 RG-AVISO.
            05 AV-KEY.
                10 AV-ACCOD     PIC X(10).
                10 AV-ACPWE     PIC 9(08).
            05 AV-FECHA     PIC 9(08).
        FD FD-RECICLO.
        01 RG-RECICLO.
            05 RC-KEY.
                10 RC-MAE       PIC X(10).
                10 RC-CLAVE     PIC X(11).
            05 RC-INTENTOS  PIC 9(03).
            05 RC-FECHA     PIC 9(08).
            05 RC-MOTIVO    PIC X(30).
      *  Diario de purgas de MGR015: fecha, hora, job e imagen
      *  completa del USUARIOS borrado
        FD FD-PURGA-JRN.
        01 RG-PURGA-JRN.
            05 PJ-FECHA     PIC X(08).
            05 FILLER       PIC X(01).
            05 PJ-HORA      PIC X(06).
            05 FILLER       PIC X(01).
            05 PJ-JOBID     PIC X(08).
            05 FILLER       PIC X(01).
            05 PJ-ACCOD     PIC X(10).
            05 PJ-ACNOM     PIC X(40).
            05 PJ-ACIDI     PIC X(02).
            05 PJ-ACPAI     PIC X(02).
            05 PJ-ACACT     PIC X(01).
            05 PJ-ACPWE     PIC X(08).
            05 PJ-ACLOK     PIC X(01).
            05 PJ-ACULT     PIC X(14).
            05 FILLER       PIC X(17).
        FD FD-RECHAZOS.
        01 RG-RECHAZO.
            05 RJ-SEQ       PIC X(06).
            05 FILLER       PIC X(01).
            05 RJ-MOTIVO    PIC X(30).
            05 FILLER       PIC X(01).
            05 RJ-TEXTO     PIC X(1024).
      *  Catalogo de extractos de MGR011
        FD FD-CATALOGO.
        01 RG-CATALOGO.
            05 CT-FECHA     PIC X(08).
            05 FILLER       PIC X(01).
            05 CT-HORA      PIC X(06).
            05 FILLER       PIC X(01).
            05 CT-JOBID     PIC X(08).
            05 FILLER       PIC X(01).
            05 CT-RUTA      PIC X(200).
      *  Extracto de MGR011: cabecera H, detalle D, cola T
        FD FD-EXTRACTO.
        01 RG-EXTRACTO.
            05 EX-TIPO      PIC X(01).
            05 FILLER       PIC X(169).
        01 RG-EXT-CABECERA.
            05 FILLER       PIC X(01).
            05 EXC-FECHA    PIC X(08).
            05 EXC-HORA     PIC X(06).
            05 EXC-JOBID    PIC X(08).
            05 FILLER       PIC X(147).
        01 RG-EXT-DETALLE.
            05 FILLER       PIC X(01).
            05 EXD-ACCOD    PIC X(10).
            05 EXD-ACNOM    PIC X(40).
            05 EXD-ACIDI    PIC X(02).
            05 EXD-AANOM    PIC X(40).
            05 EXD-ACPAI    PIC X(02).
            05 EXD-ABNOM    PIC X(40).
            05 EXD-ACACT    PIC X(01).
            05 EXD-ACLOK    PIC X(01).
            05 EXD-ACPWE    PIC X(08).
            05 EXD-ACULT    PIC X(14).
            05 FILLER       PIC X(11).
        FD FD-DOCUMENTO.
        01 RG-DOCUMENTO     PIC X(132).
        FD FD-CSV.
        01 RG-CSV           PIC X(400).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-SEC          PIC 99.
        01 FS-DOC          PIC 99.
        01 FS-CSV          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-ACCOD             PIC X(10) VALUE SPACES.
        01 WS-JOBID             PIC X(08).
        01 WS-AVISOS-PATH       PIC X(200) VALUE SPACES.
        01 WS-JRN-PATH          PIC X(200) VALUE SPACES.
        01 WS-RECHAZOS-PATH     PIC X(200) VALUE SPACES.
        01 WS-CATALOGO-PATH     PIC X(200) VALUE SPACES.
        01 WS-EXTRACTO-PATH     PIC X(200) VALUE SPACES.
        01 WS-DOCUMENTO-PATH    PIC X(200) VALUE SPACES.
        01 WS-CSV-PATH          PIC X(200) VALUE SPACES.
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-HORA-HOY          PIC 9(08).
        01 WS-LINEA             PIC X(132).
        01 WS-INCOMPLETO        PIC 9(1) VALUE 0.
        01 WS-TOTAL-DATOS       PIC 9(7) VALUE 0.
        01 WS-CNT-SECCION       PIC 9(5).
        01 WS-FUENTE-NOMBRE     PIC X(40).
        01 WS-IDIOMAS-ABIERTO   PIC 9(1) VALUE 0.
        01 WS-PAISES-ABIERTO    PIC 9(1) VALUE 0.
        01 WS-IDIOMA-TXT        PIC X(45).
        01 WS-PAIS-TXT          PIC X(45).
      *  Una linea del CSV; FUENTE, REFERENCIA y DETALLE van entre
      *  comillas (las comillas internas pasan a apostrofo)
        01 WS-CSV-SECCION       PIC X(12).
        01 WS-CSV-FUENTE        PIC X(200).
        01 WS-CSV-FECHA         PIC X(14).
        01 WS-CSV-REF           PIC X(20).
        01 WS-CSV-DETALLE       PIC X(150).
      *  Extractos a revisar: el de nombre fijo y los del catalogo,
      *  sin repetir
        01 WS-EXT-CNT           PIC 9(3) VALUE 0.
        01 WS-EXT-MAX           PIC 9(3) VALUE 200.
        01 WS-EXT-IDX           PIC 9(3).
        01 WS-EXT-REPETIDO      PIC 9(1).
        01 WS-TABLA-EXTRACTOS.
            05 WS-EXT-RUTA OCCURS 200 TIMES PIC X(200).
        01 WS-EXT-NUEVA         PIC X(200).
        01 WS-EXT-FECHA         PIC X(08).
        01 WS-EXT-JOBID         PIC X(08).
        01 WS-EXT-EN-DISCO      PIC 9(3) VALUE 0.
        01 WS-EXT-BORRADOS      PIC 9(3) VALUE 0.
        01 WS-EXT-CON-USUARIO   PIC 9(3) VALUE 0.
      *  Primer campo (ACCOD) del texto CSV de un rechazo
        01 WS-CLAVE-RECHAZO     PIC X(10).
        01 WS-CLAVE-LARGA       PIC 9(1).
        01 WS-RJ-POS            PIC 9(4).
        01 WS-RJ-LEN            PIC 9(2).
        01 WS-RJ-CH             PIC X(1).
        01 WS-RJ-EN-COMILLA     PIC 9(1).
        01 WS-RJ-FIN            PIC 9(1).
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(43) VALUE
               "MGR050 - DATOS REGISTRADOS DE UN USUARIO".
            05 FILLER           PIC X(6)  VALUE "ACCOD ".
            05 WS-CAB-ACCOD     PIC X(10).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(8)  VALUE "ENTIDAD ".
            05 WS-CAB-ENTIDAD   PIC X(08).
        01 WS-CABECERA-LINEA2.
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 WS-CAB-HORA      PIC 9(06).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(4)  VALUE "JOB ".
            05 WS-CAB-JOBID     PIC X(08).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        IF WS-RC = 0
            PERFORM 0001-Informe
        END-IF
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR050_ACCOD"
        END-IF
        IF WS-PARM-ENTRADA = SPACES
            DISPLAY "MGR050: falta el ACCOD (parametro o MGR050_ACCOD)"
            MOVE 12 TO WS-RC
            GO TO 0000-Leer-Parm-Fin
        END-IF
        IF FUNCTION LENGTH (FUNCTION TRIM (WS-PARM-ENTRADA)) > 10
            DISPLAY "MGR050: ACCOD invalido: "
                FUNCTION TRIM (WS-PARM-ENTRADA)
            MOVE 12 TO WS-RC
            GO TO 0000-Leer-Parm-Fin
        END-IF
        MOVE FUNCTION TRIM (WS-PARM-ENTRADA) TO WS-ACCOD
        MOVE SPACES TO WS-JOBID
        ACCEPT WS-JOBID FROM ENVIRONMENT "MGR001_JOBID"
        IF WS-JOBID = SPACES
            ACCEPT WS-JOBID FROM ENVIRONMENT "USER"
        END-IF
        IF WS-JOBID = SPACES
            MOVE "MGR050" TO WS-JOBID
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR050_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-DOCUMENTO-PATH
        ELSE
            MOVE SPACES TO WS-RUTA-NOMBRE
            STRING "datos_usuario_" FUNCTION TRIM (WS-ACCOD) ".rpt"
                DELIMITED BY SIZE INTO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-DOCUMENTO-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR050_CSV"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-CSV-PATH
        ELSE
            MOVE SPACES TO WS-RUTA-NOMBRE
            STRING "datos_usuario_" FUNCTION TRIM (WS-ACCOD) ".csv"
                DELIMITED BY SIZE INTO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-CSV-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR015_PURGA_JRN"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-JRN-PATH
        ELSE
            MOVE "usuarios_purga.jrn" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-JRN-PATH
        END-IF
        MOVE "AVISOS" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-AVISOS-PATH
        MOVE "usuarios_rechazados.txt" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-RECHAZOS-PATH
        MOVE "usuarios_extractos.lst" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-CATALOGO-PATH
        .
       0000-Leer-Parm-Fin.
        EXIT.

       0001-Informe SECTION.
        DISPLAY "Datos registrados del usuario "
            FUNCTION TRIM (WS-ACCOD) "..."
        OPEN OUTPUT FD-DOCUMENTO
        IF FS-DOC NOT = 0
            DISPLAY "MGR050: no se pudo abrir "
                FUNCTION TRIM (WS-DOCUMENTO-PATH) " (" FS-DOC ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Informe-Fin
        END-IF
        OPEN OUTPUT FD-CSV
        IF FS-CSV NOT = 0
            DISPLAY "MGR050: no se pudo abrir "
                FUNCTION TRIM (WS-CSV-PATH) " (" FS-CSV ")"
            CLOSE FD-DOCUMENTO
            MOVE 8 TO WS-RC
            GO TO 0001-Informe-Fin
        END-IF
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        MOVE WS-ACCOD TO WS-CAB-ACCOD
        MOVE WS-ENTIDAD TO WS-CAB-ENTIDAD
        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
        MOVE WS-HORA-HOY (1:6) TO WS-CAB-HORA
        MOVE WS-JOBID TO WS-CAB-JOBID
        MOVE WS-CABECERA-LINEA TO WS-LINEA
        PERFORM 0009-Linea
        MOVE WS-CABECERA-LINEA2 TO WS-LINEA
        PERFORM 0009-Linea
        MOVE "ACCOD,SECCION,FUENTE,FECHA,REFERENCIA,DETALLE"
            TO RG-CSV
        WRITE RG-CSV

        PERFORM 0002-Usuario
        PERFORM 0003-Purgas
        PERFORM 0004-Avisos
        PERFORM 0005-Extractos
        PERFORM 0006-Rechazos
        PERFORM 0007-Autorizaciones

        PERFORM 0009-Linea
        IF WS-TOTAL-DATOS = 0
            MOVE "NO SE ENCONTRARON DATOS DEL USUARIO" TO WS-LINEA
        ELSE
            STRING "DATOS ENCONTRADOS: " WS-TOTAL-DATOS
                DELIMITED BY SIZE INTO WS-LINEA
        END-IF
        PERFORM 0009-Linea
        IF WS-INCOMPLETO = 1
            MOVE "ATENCION: FUENTES NO LEIDAS - DOCUMENTO INCOMPLETO"
                TO WS-LINEA
            PERFORM 0009-Linea
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        END-IF
        CLOSE FD-DOCUMENTO
        CLOSE FD-CSV
        DISPLAY "=== Datos registrados del usuario ==="
        DISPLAY "ACCOD              : " WS-ACCOD
        DISPLAY "Datos encontrados  : " WS-TOTAL-DATOS
        DISPLAY "Documento          : "
            FUNCTION TRIM (WS-DOCUMENTO-PATH)
        DISPLAY "CSV                : " FUNCTION TRIM (WS-CSV-PATH)
        IF WS-INCOMPLETO = 1
            DISPLAY "MGR050: documento incompleto, ver las fuentes no"
                " leidas"
        END-IF
        .
       0001-Informe-Fin.
        EXIT.

      ******************************************************************
      * 1 - Registro actual de USUARIOS
      ******************************************************************
       0002-Usuario SECTION.
        PERFORM 0009-Linea
        MOVE "1. REGISTRO ACTUAL EN USUARIOS" TO WS-LINEA
        PERFORM 0009-Linea
        MOVE "USUARIO" TO WS-CSV-SECCION
        MOVE "USUARIOS" TO WS-CSV-FUENTE
        MOVE SPACES TO WS-CSV-FECHA
        OPEN INPUT SHARING WITH ALL OTHER FD-USUARIOS
        IF FS NOT = 0 AND FS NOT = 5
            MOVE "USUARIOS" TO WS-FUENTE-NOMBRE
            PERFORM 0009-Fuente-Error
            GO TO 0002-Usuario-Fin
        END-IF
        MOVE WS-ACCOD TO ACCOD
        READ FD-USUARIOS KEY IS ACCOD
            INVALID KEY
                MOVE "   NO ESTA EN USUARIOS" TO WS-LINEA
                PERFORM 0009-Linea
                CLOSE FD-USUARIOS
                GO TO 0002-Usuario-Fin
        END-READ
        CLOSE FD-USUARIOS
        ADD 1 TO WS-TOTAL-DATOS

        MOVE "(NO ESTA EN IDIOMAS)" TO WS-IDIOMA-TXT
        OPEN INPUT SHARING WITH ALL OTHER FD-IDIOMAS
        IF FS = 0 OR FS = 5
            MOVE ACIDI TO AACOD
            READ FD-IDIOMAS KEY IS AACOD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE AANOM TO WS-IDIOMA-TXT
            END-READ
            CLOSE FD-IDIOMAS
        ELSE
            MOVE "IDIOMAS" TO WS-FUENTE-NOMBRE
            PERFORM 0009-Fuente-Error
            MOVE "(IDIOMAS NO DISPONIBLE)" TO WS-IDIOMA-TXT
        END-IF
        MOVE "(NO ESTA EN PAISES)" TO WS-PAIS-TXT
        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        IF FS = 0 OR FS = 5
            MOVE ACPAI TO ABCOD
            READ FD-PAISES KEY IS ABCOD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ABNOM TO WS-PAIS-TXT
            END-READ
            CLOSE FD-PAISES
        ELSE
            MOVE "PAISES" TO WS-FUENTE-NOMBRE
            PERFORM 0009-Fuente-Error
            MOVE "(PAISES NO DISPONIBLE)" TO WS-PAIS-TXT
        END-IF

        STRING "   NOMBRE          : " ACNOM
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "   IDIOMA          : " ACIDI " " WS-IDIOMA-TXT
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "   PAIS            : " ACPAI " " WS-PAIS-TXT
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "   ACTIVO          : " ACACT
            "   BLOQUEADO: " ACLOK
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "   CADUCA PASSWORD : " ACPWE
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "   ULTIMO INGRESO  : " ACULT
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea

        MOVE "ACNOM" TO WS-CSV-REF
        MOVE ACNOM TO WS-CSV-DETALLE
        PERFORM 0009-Csv
        MOVE "ACIDI" TO WS-CSV-REF
        STRING ACIDI " " WS-IDIOMA-TXT
            DELIMITED BY SIZE INTO WS-CSV-DETALLE
        PERFORM 0009-Csv
        MOVE "ACPAI" TO WS-CSV-REF
        STRING ACPAI " " WS-PAIS-TXT
            DELIMITED BY SIZE INTO WS-CSV-DETALLE
        PERFORM 0009-Csv
        MOVE "ACACT" TO WS-CSV-REF
        MOVE ACACT TO WS-CSV-DETALLE
        PERFORM 0009-Csv
        MOVE "ACLOK" TO WS-CSV-REF
        MOVE ACLOK TO WS-CSV-DETALLE
        PERFORM 0009-Csv
        MOVE "ACPWE" TO WS-CSV-REF
        MOVE ACPWE TO WS-CSV-DETALLE
        PERFORM 0009-Csv
        MOVE "ACULT" TO WS-CSV-REF
        MOVE ACULT TO WS-CSV-DETALLE
        PERFORM 0009-Csv
        .
       0002-Usuario-Fin.
        EXIT.

      ******************************************************************
      * 2 - Diario de purgas de MGR015
      ******************************************************************
       0003-Purgas SECTION.
        PERFORM 0009-Linea
        MOVE "2. PURGAS (DIARIO DE MGR015)" TO WS-LINEA
        PERFORM 0009-Linea
        MOVE 0 TO WS-CNT-SECCION
        MOVE "PURGA" TO WS-CSV-SECCION
        MOVE WS-JRN-PATH TO WS-CSV-FUENTE
        OPEN INPUT FD-PURGA-JRN
        IF FS-SEC = 35
            GO TO 0003-Purgas-Sin-Datos
        END-IF
        IF FS-SEC NOT = 0
            MOVE "DIARIO DE PURGAS" TO WS-FUENTE-NOMBRE
            MOVE FS-SEC TO FS
            PERFORM 0009-Fuente-Error
            GO TO 0003-Purgas-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-PURGA-JRN
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF PJ-ACCOD = WS-ACCOD
                ADD 1 TO WS-CNT-SECCION
                ADD 1 TO WS-TOTAL-DATOS
                STRING "   PURGADO EL " PJ-FECHA " " PJ-HORA
                    " JOB " PJ-JOBID
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM 0009-Linea
                STRING "     " PJ-ACNOM " IDIOMA " PJ-ACIDI
                    " PAIS " PJ-ACPAI " ACTIVO " PJ-ACACT
                    " BLOQ " PJ-ACLOK " CADUCA " PJ-ACPWE
                    " ULTIMO " PJ-ACULT
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM 0009-Linea
                MOVE PJ-FECHA TO WS-CSV-FECHA
                MOVE PJ-JOBID TO WS-CSV-REF
                STRING FUNCTION TRIM (PJ-ACNOM) " IDIOMA " PJ-ACIDI
                    " PAIS " PJ-ACPAI " ACTIVO " PJ-ACACT
                    " BLOQ " PJ-ACLOK " CADUCA " PJ-ACPWE
                    " ULTIMO " PJ-ACULT
                    DELIMITED BY SIZE INTO WS-CSV-DETALLE
                PERFORM 0009-Csv
            END-IF
            READ FD-PURGA-JRN
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-PURGA-JRN
        .
       0003-Purgas-Sin-Datos.
        IF WS-CNT-SECCION = 0
            MOVE "   SIN DATOS" TO WS-LINEA
            PERFORM 0009-Linea
        END-IF
        .
       0003-Purgas-Fin.
        EXIT.

      ******************************************************************
      * 3 - Avisos de caducidad de password (AVISOS de MGR029)
      ******************************************************************
       0004-Avisos SECTION.
        PERFORM 0009-Linea
        MOVE "3. AVISOS DE CADUCIDAD DE PASSWORD (AVISOS DE MGR029)"
            TO WS-LINEA
        PERFORM 0009-Linea
        MOVE 0 TO WS-CNT-SECCION
        MOVE "AVISO" TO WS-CSV-SECCION
        MOVE "AVISOS" TO WS-CSV-FUENTE
        OPEN INPUT SHARING WITH ALL OTHER FD-AVISOS
        IF FS NOT = 0 AND FS NOT = 5
            MOVE "AVISOS" TO WS-FUENTE-NOMBRE
            PERFORM 0009-Fuente-Error
            GO TO 0004-Avisos-Fin
        END-IF
        MOVE WS-ACCOD TO AV-ACCOD
        MOVE 0 TO AV-ACPWE
        MOVE 0 TO EOF
        START FD-AVISOS KEY IS NOT LESS THAN AV-KEY
            INVALID KEY MOVE 1 TO EOF
        END-START
        IF EOF = 0
            READ FD-AVISOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-IF
        PERFORM UNTIL EOF = 1
            IF AV-ACCOD NOT = WS-ACCOD
                MOVE 1 TO EOF
            ELSE
                ADD 1 TO WS-CNT-SECCION
                ADD 1 TO WS-TOTAL-DATOS
                STRING "   AVISADO EL " AV-FECHA
                    " POR LA CADUCIDAD DEL " AV-ACPWE
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM 0009-Linea
                MOVE AV-FECHA TO WS-CSV-FECHA
                MOVE "ACPWE" TO WS-CSV-REF
                MOVE AV-ACPWE TO WS-CSV-DETALLE
                PERFORM 0009-Csv
                READ FD-AVISOS NEXT
                    AT END MOVE 1 TO EOF
                END-READ
            END-IF
        END-PERFORM
        CLOSE FD-AVISOS
        IF WS-CNT-SECCION = 0
            MOVE "   SIN DATOS" TO WS-LINEA
            PERFORM 0009-Linea
        END-IF
        .
       0004-Avisos-Fin.
        EXIT.

      ******************************************************************
      * 4 - Extractos de MGR011 que siguen en disco
      ******************************************************************
       0005-Extractos SECTION.
        PERFORM 0009-Linea
        MOVE "4. EXTRACTOS PARA EL WAREHOUSE (MGR011) EN DISCO"
            TO WS-LINEA
        PERFORM 0009-Linea
        MOVE 0 TO WS-CNT-SECCION
        MOVE "EXTRACTO" TO WS-CSV-SECCION
        MOVE "usuarios_extracto.dat" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-EXT-NUEVA
        PERFORM 0005-Agregar-Extracto
        OPEN INPUT FD-CATALOGO
        IF FS-SEC = 0
            MOVE 0 TO EOF
            READ FD-CATALOGO
                AT END MOVE 1 TO EOF
            END-READ
            PERFORM UNTIL EOF = 1
                IF CT-RUTA NOT = SPACES
                    MOVE CT-RUTA TO WS-EXT-NUEVA
                    PERFORM 0005-Agregar-Extracto
                END-IF
                READ FD-CATALOGO
                    AT END MOVE 1 TO EOF
                END-READ
            END-PERFORM
            CLOSE FD-CATALOGO
        ELSE
            IF FS-SEC NOT = 35
                MOVE "CATALOGO DE EXTRACTOS" TO WS-FUENTE-NOMBRE
                MOVE FS-SEC TO FS
                PERFORM 0009-Fuente-Error
            END-IF
        END-IF
        PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                UNTIL WS-EXT-IDX > WS-EXT-CNT
            PERFORM 0005-Revisar-Extracto
        END-PERFORM
        IF WS-CNT-SECCION = 0
            MOVE "   SIN DATOS" TO WS-LINEA
            PERFORM 0009-Linea
        END-IF
        STRING "   EXTRACTOS EN DISCO: " WS-EXT-EN-DISCO
            "  CON EL USUARIO: " WS-EXT-CON-USUARIO
            "  YA BORRADOS: " WS-EXT-BORRADOS
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        .

       0005-Agregar-Extracto SECTION.
        MOVE 0 TO WS-EXT-REPETIDO
        PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                UNTIL WS-EXT-IDX > WS-EXT-CNT
            IF WS-EXT-RUTA (WS-EXT-IDX) = WS-EXT-NUEVA
                MOVE 1 TO WS-EXT-REPETIDO
            END-IF
        END-PERFORM
        IF WS-EXT-REPETIDO = 1
            GO TO 0005-Agregar-Extracto-Fin
        END-IF
        IF WS-EXT-CNT >= WS-EXT-MAX
            DISPLAY "MGR050: catalogo con mas de " WS-EXT-MAX
                " extractos, no se revisa " FUNCTION TRIM (WS-EXT-NUEVA)
            MOVE 1 TO WS-INCOMPLETO
            GO TO 0005-Agregar-Extracto-Fin
        END-IF
        ADD 1 TO WS-EXT-CNT
        MOVE WS-EXT-NUEVA TO WS-EXT-RUTA (WS-EXT-CNT)
        .
       0005-Agregar-Extracto-Fin.
        EXIT.

       0005-Revisar-Extracto SECTION.
        MOVE WS-EXT-RUTA (WS-EXT-IDX) TO WS-EXTRACTO-PATH
        OPEN INPUT FD-EXTRACTO
        IF FS-SEC = 35
            ADD 1 TO WS-EXT-BORRADOS
            STRING "   " FUNCTION TRIM (WS-EXTRACTO-PATH)
                "  YA NO ESTA EN DISCO"
                DELIMITED BY SIZE INTO WS-LINEA
            PERFORM 0009-Linea
            GO TO 0005-Revisar-Extracto-Fin
        END-IF
        IF FS-SEC NOT = 0
            MOVE "EXTRACTO" TO WS-FUENTE-NOMBRE
            MOVE FS-SEC TO FS
            PERFORM 0009-Fuente-Error
            STRING "     " FUNCTION TRIM (WS-EXTRACTO-PATH)
                DELIMITED BY SIZE INTO WS-LINEA
            PERFORM 0009-Linea
            GO TO 0005-Revisar-Extracto-Fin
        END-IF
        ADD 1 TO WS-EXT-EN-DISCO
        MOVE SPACES TO WS-EXT-FECHA WS-EXT-JOBID
        MOVE WS-EXTRACTO-PATH TO WS-CSV-FUENTE
        MOVE 0 TO EOF
        READ FD-EXTRACTO
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            EVALUATE EX-TIPO
                WHEN "H"
                    MOVE EXC-FECHA TO WS-EXT-FECHA
                    MOVE EXC-JOBID TO WS-EXT-JOBID
                WHEN "D"
                    IF EXD-ACCOD = WS-ACCOD
                        PERFORM 0005-Extracto-Detalle
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            READ FD-EXTRACTO
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-EXTRACTO
        .
       0005-Revisar-Extracto-Fin.
        EXIT.

       0005-Extracto-Detalle SECTION.
        ADD 1 TO WS-CNT-SECCION
        ADD 1 TO WS-TOTAL-DATOS
        ADD 1 TO WS-EXT-CON-USUARIO
        STRING "   " FUNCTION TRIM (WS-EXTRACTO-PATH)
            "  EXTRAIDO EL " WS-EXT-FECHA " JOB " WS-EXT-JOBID
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "     " EXD-ACNOM " IDIOMA " EXD-ACIDI " "
            FUNCTION TRIM (EXD-AANOM) " PAIS " EXD-ACPAI " "
            FUNCTION TRIM (EXD-ABNOM)
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        STRING "     ACTIVO " EXD-ACACT " BLOQ " EXD-ACLOK
            " CADUCA " EXD-ACPWE " ULTIMO " EXD-ACULT
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        MOVE WS-EXT-FECHA TO WS-CSV-FECHA
        MOVE WS-EXT-JOBID TO WS-CSV-REF
        STRING FUNCTION TRIM (EXD-ACNOM) " IDIOMA " EXD-ACIDI " "
            FUNCTION TRIM (EXD-AANOM) " PAIS " EXD-ACPAI " "
            FUNCTION TRIM (EXD-ABNOM) " ACTIVO " EXD-ACACT
            " BLOQ " EXD-ACLOK " CADUCA " EXD-ACPWE
            " ULTIMO " EXD-ACULT
            DELIMITED BY SIZE INTO WS-CSV-DETALLE
        PERFORM 0009-Csv
        .

      ******************************************************************
      * 5 - Rechazos pendientes de la carga de USUARIOS y RECICLO
      ******************************************************************
       0006-Rechazos SECTION.
        PERFORM 0009-Linea
        MOVE "5. RECHAZOS PENDIENTES DE LA CARGA DE USUARIOS"
            TO WS-LINEA
        PERFORM 0009-Linea
        MOVE 0 TO WS-CNT-SECCION
        MOVE "RECHAZO" TO WS-CSV-SECCION
        MOVE WS-RECHAZOS-PATH TO WS-CSV-FUENTE
        MOVE SPACES TO WS-CSV-FECHA
        OPEN INPUT FD-RECHAZOS
        IF FS-SEC = 35
            GO TO 0006-Rechazos-Reciclo
        END-IF
        IF FS-SEC NOT = 0
            MOVE "USUARIOS_RECHAZADOS" TO WS-FUENTE-NOMBRE
            MOVE FS-SEC TO FS
            PERFORM 0009-Fuente-Error
            GO TO 0006-Rechazos-Reciclo
        END-IF
        MOVE 0 TO EOF
        READ FD-RECHAZOS
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            PERFORM 0006-Clave-Rechazo
            IF WS-CLAVE-LARGA = 0 AND WS-CLAVE-RECHAZO = WS-ACCOD
                ADD 1 TO WS-CNT-SECCION
                ADD 1 TO WS-TOTAL-DATOS
                STRING "   RECHAZO " RJ-SEQ " " RJ-MOTIVO
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM 0009-Linea
                STRING "     " RJ-TEXTO (1:120)
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM 0009-Linea
                MOVE RJ-SEQ TO WS-CSV-REF
                STRING FUNCTION TRIM (RJ-MOTIVO) ": " RJ-TEXTO
                    DELIMITED BY SIZE INTO WS-CSV-DETALLE
                PERFORM 0009-Csv
            END-IF
            READ FD-RECHAZOS
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-RECHAZOS
        .
       0006-Rechazos-Reciclo.
      *  Contador de reciclaje de MGR012: clave USUARIOS + ACCOD
        MOVE "RECICLO" TO WS-CSV-SECCION
        MOVE "RECICLO" TO WS-CSV-FUENTE
        OPEN INPUT SHARING WITH ALL OTHER FD-RECICLO
        IF FS NOT = 0 AND FS NOT = 5
            MOVE "RECICLO" TO WS-FUENTE-NOMBRE
            PERFORM 0009-Fuente-Error
            GO TO 0006-Rechazos-Fin
        END-IF
        MOVE "USUARIOS" TO RC-MAE
        MOVE WS-ACCOD TO RC-CLAVE
        READ FD-RECICLO KEY IS RC-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-CNT-SECCION
                ADD 1 TO WS-TOTAL-DATOS
                STRING "   RECICLADO " RC-INTENTOS
                    " VECES, ULTIMA EL " RC-FECHA " " RC-MOTIVO
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM 0009-Linea
                MOVE RC-FECHA TO WS-CSV-FECHA
                MOVE RC-INTENTOS TO WS-CSV-REF
                MOVE RC-MOTIVO TO WS-CSV-DETALLE
                PERFORM 0009-Csv
        END-READ
        CLOSE FD-RECICLO
        .
       0006-Rechazos-Fin.
        IF WS-CNT-SECCION = 0
            MOVE "   SIN DATOS" TO WS-LINEA
            PERFORM 0009-Linea
        END-IF
        .

       0006-Clave-Rechazo SECTION.
      *  ACCOD es el primer campo del CSV de USUARIOS (el mismo
      *  criterio de MGR012), respetando comillas
        MOVE SPACES TO WS-CLAVE-RECHAZO
        MOVE 0 TO WS-CLAVE-LARGA
        MOVE 0 TO WS-RJ-LEN
        MOVE 0 TO WS-RJ-EN-COMILLA
        MOVE 0 TO WS-RJ-FIN
        PERFORM VARYING WS-RJ-POS FROM 1 BY 1
                UNTIL WS-RJ-POS > LENGTH OF RJ-TEXTO
                   OR WS-RJ-FIN = 1
            MOVE RJ-TEXTO (WS-RJ-POS:1) TO WS-RJ-CH
            EVALUATE TRUE
                WHEN WS-RJ-CH = '"'
                    IF WS-RJ-EN-COMILLA = 1
                        MOVE 0 TO WS-RJ-EN-COMILLA
                    ELSE
                        MOVE 1 TO WS-RJ-EN-COMILLA
                    END-IF
                WHEN WS-RJ-CH = "," AND WS-RJ-EN-COMILLA = 0
                    MOVE 1 TO WS-RJ-FIN
                WHEN WS-RJ-CH = SPACE AND WS-RJ-LEN = 0
                    CONTINUE
                WHEN OTHER
                    IF WS-RJ-LEN < 10
                        ADD 1 TO WS-RJ-LEN
                        MOVE WS-RJ-CH TO
                            WS-CLAVE-RECHAZO (WS-RJ-LEN:1)
                    ELSE
                        IF WS-RJ-CH NOT = SPACE
                            MOVE 1 TO WS-CLAVE-LARGA
                        END-IF
                    END-IF
            END-EVALUATE
        END-PERFORM
        .

      ******************************************************************
      * 6 - Permisos de AUTORIZA bajo el operador
      ******************************************************************
       0007-Autorizaciones SECTION.
        PERFORM 0009-Linea
        MOVE "6. PERMISOS EN LINEA (AUTORIZA)" TO WS-LINEA
        PERFORM 0009-Linea
        MOVE 0 TO WS-CNT-SECCION
        MOVE "PERMISO" TO WS-CSV-SECCION
        MOVE "AUTORIZA" TO WS-CSV-FUENTE
        MOVE SPACES TO WS-CSV-FECHA
      *  El operador de AUTORIZA (AJOPE, el USERID de CICS) tiene 8
      *  posiciones: un ACCOD mas largo no puede tener permisos.
        IF WS-ACCOD (9:2) NOT = SPACES
            MOVE "   SIN DATOS (ACCOD DE MAS DE 8 POSICIONES)"
                TO WS-LINEA
            PERFORM 0009-Linea
            GO TO 0007-Autorizaciones-Fin
        END-IF
        OPEN INPUT SHARING WITH ALL OTHER FD-AUTORIZA
        IF FS NOT = 0 AND FS NOT = 5
            MOVE "AUTORIZA" TO WS-FUENTE-NOMBRE
            PERFORM 0009-Fuente-Error
            GO TO 0007-Autorizaciones-Fin
        END-IF
        MOVE LOW-VALUES TO AJKEY
        MOVE WS-ACCOD (1:8) TO AJOPE
        MOVE 0 TO EOF
        START FD-AUTORIZA KEY IS NOT LESS THAN AJKEY
            INVALID KEY MOVE 1 TO EOF
        END-START
        IF EOF = 0
            READ FD-AUTORIZA NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-IF
        PERFORM UNTIL EOF = 1
            IF AJOPE NOT = WS-ACCOD (1:8)
                MOVE 1 TO EOF
            ELSE
                ADD 1 TO WS-CNT-SECCION
                ADD 1 TO WS-TOTAL-DATOS
                MOVE SPACES TO WS-CSV-REF
                STRING AJTRN " " AJFUN
                    DELIMITED BY SIZE INTO WS-CSV-REF
                IF AJACT = 1
                    MOVE "VIGENTE" TO WS-CSV-DETALLE
                ELSE
                    MOVE "REVOCADO" TO WS-CSV-DETALLE
                END-IF
                STRING "   TRANSACCION " AJTRN " FUNCION " AJFUN
                    "  " WS-CSV-DETALLE (1:8)
                    DELIMITED BY SIZE INTO WS-LINEA
                PERFORM 0009-Linea
                PERFORM 0009-Csv
                READ FD-AUTORIZA NEXT
                    AT END MOVE 1 TO EOF
                END-READ
            END-IF
        END-PERFORM
        CLOSE FD-AUTORIZA
        IF WS-CNT-SECCION = 0
            MOVE "   SIN DATOS" TO WS-LINEA
            PERFORM 0009-Linea
        END-IF
        .
       0007-Autorizaciones-Fin.
        EXIT.

      ******************************************************************
      * Escritura del documento y del CSV
      ******************************************************************
       0009-Linea SECTION.
        MOVE WS-LINEA TO RG-DOCUMENTO
        WRITE RG-DOCUMENTO
        MOVE SPACES TO WS-LINEA
        .

       0009-Csv SECTION.
        INSPECT WS-CSV-FUENTE REPLACING ALL '"' BY "'"
        INSPECT WS-CSV-REF REPLACING ALL '"' BY "'"
        INSPECT WS-CSV-DETALLE REPLACING ALL '"' BY "'"
        MOVE SPACES TO RG-CSV
        STRING FUNCTION TRIM (WS-ACCOD) ","
            FUNCTION TRIM (WS-CSV-SECCION) ","
            '"' FUNCTION TRIM (WS-CSV-FUENTE) '",'
            FUNCTION TRIM (WS-CSV-FECHA) ","
            '"' FUNCTION TRIM (WS-CSV-REF) '",'
            '"' FUNCTION TRIM (WS-CSV-DETALLE) '"'
            DELIMITED BY SIZE INTO RG-CSV
        WRITE RG-CSV
        MOVE SPACES TO WS-CSV-REF
        MOVE SPACES TO WS-CSV-DETALLE
        .

       0009-Fuente-Error SECTION.
        MOVE 1 TO WS-INCOMPLETO
        STRING "   NO SE PUDO LEER " FUNCTION TRIM (WS-FUENTE-NOMBRE)
            " (" FS ") - SECCION INCOMPLETA"
            DELIMITED BY SIZE INTO WS-LINEA
        PERFORM 0009-Linea
        DISPLAY "MGR050: no se pudo leer "
            FUNCTION TRIM (WS-FUENTE-NOMBRE) " (" FS ")"
        .

       END PROGRAM MGR050.
