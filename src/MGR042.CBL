       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR042.
      ******************************************************************
      * Carga y listado del maestro de paises restringidos
      * RESTRINGIDOS (sanciones y embargos), que cumplimiento
      * mantenia solo por mail. Clave: pais (AOPAI) + fecha de
      * vigencia desde (AOFEC); hasta (AOHAS, 0 = sin fin), nivel
      * (AONIV) y motivo (AOMOT). Niveles:
      *   1  vigilancia: solo aparece en el control nocturno
      *   2  retencion: las altas de USUARIOS del pais entran
      *      bloqueadas (ACLOK = 1) hasta que cumplimiento decida
      *   3  embargo total: las altas de USUARIOS del pais se
      *      rechazan
      * Una restriccion esta vigente en una fecha si AOFEC <= fecha
      * y AOHAS es 0 o >= fecha. El pais debe existir en PAISES.
      * Lo usan el control nocturno MGR043 y la carga de USUARIOS
      * de MGR001.
      *   CARGA              carga el CSV (AOPAI,AOFEC,AOHAS,AONIV,
      *                      AOMOT; el motivo puede llevar comas)
      *                      en modo T (reemplazo total) o U
      *                      (actualiza), como los pasos de MGR001
      *   LIST               lista el maestro por consola
      *   1er parametro o MGR042_FUNCION   CARGA/LIST
      *   MGR042_CSV          ruta del CSV (default restringidos.csv
      *                       de la entidad)
      *   MGR042_MODO         T/U (default U)
      *   MGR042_SKIP_HEADERS lineas de encabezado (default 1)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "RESTRINGIDOS-AO-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAISES-AB-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-CARGA-RES ASSIGN TO WS-RES-CSV-PATH
            FILE STATUS IS FS-CSV
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "RESTRINGIDOS-FS" IN "src/dds".
        COPY "PAISES-FS" IN "src/dds".
        FD FD-CARGA-RES.
        01 RG-CARGA-RES.
            05 TEXTO-RS PIC X(256).
       WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-CSV          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-FUNCION           PIC X(10).
            88 WS-FUNCION-CARGA         VALUE "CARGA".
            88 WS-FUNCION-LIST          VALUE "LIST".
        01 WS-RES-CSV-PATH      PIC X(200) VALUE SPACES.
        01 WS-MODO              PIC X(01) VALUE "U".
            88 WS-MODO-TOTAL            VALUE "T".
            88 WS-MODO-ACTUALIZA        VALUE "U".
        01 WS-MODO-TXT          PIC X(01).
        01 WS-SKIP-HEADERS      PIC 9(2) VALUE 1.
        01 WS-SKIP-TXT          PIC X(2).
        01 WS-SKIP-IDX          PIC 9(2).
        01 WS-CSV-RES.
            05 WS-AOPAI     PIC X(02).
            05 WS-AOFEC-X   PIC X(08).
            05 WS-AOHAS-X   PIC X(08).
            05 WS-AONIV-X   PIC X(01).
            05 WS-AOMOT     PIC X(40).
        01 WS-CAMPO1            PIC X(40).
        01 WS-CAMPO2            PIC X(40).
        01 WS-CAMPO3            PIC X(40).
        01 WS-CAMPO4            PIC X(40).
        01 WS-PUNTERO           PIC 9(3).
        01 WS-FECHA-NUM         PIC 9(08).
        01 WS-MOTIVO-REJ        PIC X(30).
        01 WS-LEIDOS            PIC 9(9) VALUE 0.
        01 WS-GRABADOS          PIC 9(9) VALUE 0.
        01 WS-RECHAZADOS        PIC 9(9) VALUE 0.
        01 WS-LISTADOS          PIC 9(9) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        EVALUATE TRUE
            WHEN WS-FUNCION-CARGA
                PERFORM 0001-Cargar
            WHEN WS-FUNCION-LIST
                PERFORM 0002-Listar
            WHEN OTHER
                DISPLAY "MGR042: funcion invalida (CARGA o LIST)"
                MOVE 12 TO WS-RC
        END-EVALUATE
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
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR042_FUNCION"
        END-IF
        MOVE SPACES TO WS-FUNCION
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA (1:10) TO WS-FUNCION
        END-IF
        IF WS-FUNCION = SPACES
            MOVE "LIST" TO WS-FUNCION
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR042_CSV"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-RES-CSV-PATH
        END-IF
        IF WS-RES-CSV-PATH = SPACES
            MOVE "restringidos.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-RES-CSV-PATH
        END-IF
        MOVE SPACES TO WS-MODO-TXT
        ACCEPT WS-MODO-TXT FROM ENVIRONMENT "MGR042_MODO"
        IF WS-MODO-TXT = "T" OR WS-MODO-TXT = "U"
            MOVE WS-MODO-TXT TO WS-MODO
        END-IF
        MOVE SPACES TO WS-SKIP-TXT
        ACCEPT WS-SKIP-TXT FROM ENVIRONMENT "MGR042_SKIP_HEADERS"
        IF WS-SKIP-TXT IS NUMERIC
            MOVE WS-SKIP-TXT TO WS-SKIP-HEADERS
        END-IF
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR042" TO HU-PROGRAMA
        MOVE SPACES TO HU-OPERADOR
        ACCEPT HU-OPERADOR FROM ENVIRONMENT "MGR001_JOBID"
        IF HU-OPERADOR = SPACES
            ACCEPT HU-OPERADOR FROM ENVIRONMENT "USER"
        END-IF
        IF HU-OPERADOR = SPACES
            MOVE "MGR042" TO HU-OPERADOR
        END-IF
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR042: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Cargar SECTION.
        DISPLAY "Cargando paises restringidos..."
        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        IF FS NOT = 0
            DISPLAY "MGR042: no se pudo abrir PAISES (" FS
                ") - no se puede validar la carga"
            MOVE 8 TO WS-RC
            GO TO 0001-Cargar-Fin
        END-IF
        IF WS-MODO-ACTUALIZA
            OPEN I-O SHARING WITH ALL OTHER FD-RESTRINGIDOS
            IF FS = 35
                OPEN OUTPUT SHARING WITH ALL OTHER FD-RESTRINGIDOS
                PERFORM 0000-Valida-FS
            ELSE
                PERFORM 0000-Valida-FS
            END-IF
        ELSE
            OPEN OUTPUT SHARING WITH ALL OTHER FD-RESTRINGIDOS
            PERFORM 0000-Valida-FS
        END-IF

        OPEN INPUT FD-CARGA-RES
        IF FS-CSV NOT = 0
            DISPLAY "MGR042: no se pudo abrir " WS-RES-CSV-PATH
                " (" FS-CSV ")"
            MOVE 8 TO WS-RC
            CLOSE FD-RESTRINGIDOS
            CLOSE FD-PAISES
            GO TO 0001-Cargar-Fin
        END-IF
        MOVE 0 TO EOF
        PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                UNTIL WS-SKIP-IDX > WS-SKIP-HEADERS OR EOF = 1
            READ FD-CARGA-RES NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-LEIDOS
            PERFORM 0001-Cargar-Linea
            READ FD-CARGA-RES NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-CARGA-RES
        CLOSE FD-RESTRINGIDOS
        PERFORM 0000-Valida-FS
        CLOSE FD-PAISES
        IF WS-GRABADOS > 0 OR NOT WS-MODO-ACTUALIZA
            MOVE "RESTRINGIDOS" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        DISPLAY "=== Carga de RESTRINGIDOS ==="
        DISPLAY "Lineas leidas   : " WS-LEIDOS
        DISPLAY "Grabadas        : " WS-GRABADOS
        DISPLAY "Rechazadas      : " WS-RECHAZADOS
        .
       0001-Cargar-Fin.
        EXIT.

       0001-Cargar-Linea SECTION.
        INITIALIZE WS-CSV-RES
        MOVE SPACES TO WS-CAMPO1 WS-CAMPO2 WS-CAMPO3 WS-CAMPO4
        MOVE 1 TO WS-PUNTERO
        UNSTRING TEXTO-RS DELIMITED BY ","
            INTO WS-CAMPO1 WS-CAMPO2 WS-CAMPO3 WS-CAMPO4
            WITH POINTER WS-PUNTERO
        END-UNSTRING
        MOVE WS-CAMPO1 (1:2) TO WS-AOPAI
        MOVE WS-CAMPO2 (1:8) TO WS-AOFEC-X
        MOVE WS-CAMPO3 (1:8) TO WS-AOHAS-X
        MOVE WS-CAMPO4 (1:1) TO WS-AONIV-X
        IF WS-PUNTERO NOT > LENGTH OF TEXTO-RS
            MOVE TEXTO-RS (WS-PUNTERO:) TO WS-AOMOT
        END-IF
        IF WS-AOHAS-X = SPACES
            MOVE ZEROS TO WS-AOHAS-X
        END-IF
        MOVE SPACES TO WS-MOTIVO-REJ
        EVALUATE TRUE
            WHEN WS-AOPAI = SPACES
                MOVE "AOPAI EN BLANCO" TO WS-MOTIVO-REJ
            WHEN WS-AOFEC-X IS NOT NUMERIC
                MOVE "AOFEC INVALIDA" TO WS-MOTIVO-REJ
            WHEN WS-AOHAS-X IS NOT NUMERIC
                MOVE "AOHAS INVALIDA" TO WS-MOTIVO-REJ
            WHEN WS-AONIV-X NOT = "1" AND WS-AONIV-X NOT = "2"
                    AND WS-AONIV-X NOT = "3"
                MOVE "AONIV INVALIDO (1/2/3)" TO WS-MOTIVO-REJ
            WHEN OTHER
                MOVE WS-AOFEC-X TO WS-FECHA-NUM
                IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-NUM) NOT = 0
                    MOVE "AOFEC INVALIDA" TO WS-MOTIVO-REJ
                END-IF
                MOVE WS-AOHAS-X TO WS-FECHA-NUM
                IF WS-FECHA-NUM NOT = 0
                    IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-NUM)
                            NOT = 0
                        MOVE "AOHAS INVALIDA" TO WS-MOTIVO-REJ
                    ELSE
                        IF WS-AOHAS-X < WS-AOFEC-X
                            MOVE "AOHAS ANTERIOR A AOFEC" TO
                                WS-MOTIVO-REJ
                        END-IF
                    END-IF
                END-IF
        END-EVALUATE
        IF WS-MOTIVO-REJ = SPACES
            MOVE WS-AOPAI TO ABCOD
            READ FD-PAISES KEY IS ABCOD
                INVALID KEY
                    MOVE "PAIS INEXISTENTE" TO WS-MOTIVO-REJ
            END-READ
        END-IF
        IF WS-MOTIVO-REJ NOT = SPACES
            ADD 1 TO WS-RECHAZADOS
            DISPLAY "MGR042: linea rechazada (" FUNCTION TRIM
                (WS-MOTIVO-REJ) "): " TEXTO-RS (1:40)
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        ELSE
            IF WS-MODO-ACTUALIZA
                MOVE WS-AOPAI TO AOPAI
                MOVE WS-AOFEC-X TO AOFEC
                READ FD-RESTRINGIDOS KEY IS AOKEY
                    INVALID KEY
                        PERFORM 0001-Insertar
                    NOT INVALID KEY
                        PERFORM 0001-Actualizar
                END-READ
            ELSE
                PERFORM 0001-Insertar
            END-IF
        END-IF
        .

       0001-Insertar SECTION.
        MOVE WS-AOPAI TO AOPAI
        MOVE WS-AOFEC-X TO AOFEC
        MOVE WS-AOHAS-X TO AOHAS
        MOVE WS-AONIV-X TO AONIV
        MOVE WS-AOMOT TO AOMOT
        WRITE RG-RESTRINGIDO
            INVALID KEY
                ADD 1 TO WS-RECHAZADOS
                DISPLAY "MGR042: clave duplicada " WS-AOPAI " "
                    WS-AOFEC-X
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
            NOT INVALID KEY
                ADD 1 TO WS-GRABADOS
        END-WRITE
        .

       0001-Actualizar SECTION.
        MOVE WS-AOHAS-X TO AOHAS
        MOVE WS-AONIV-X TO AONIV
        MOVE WS-AOMOT TO AOMOT
        REWRITE RG-RESTRINGIDO
            INVALID KEY
                MOVE 8 TO WS-RC
            NOT INVALID KEY
                ADD 1 TO WS-GRABADOS
        END-REWRITE
        .

       0002-Listar SECTION.
        DISPLAY "Paises restringidos..."
        OPEN INPUT SHARING WITH ALL OTHER FD-RESTRINGIDOS
        IF FS NOT = 0
            DISPLAY "MGR042: no se pudo abrir RESTRINGIDOS (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Listar-Fin
        END-IF
        MOVE LOW-VALUES TO AOKEY
        START FD-RESTRINGIDOS KEY IS NOT LESS THAN AOKEY
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-RESTRINGIDOS NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-LISTADOS
            DISPLAY AOPAI " " AOFEC " " AOHAS " " AONIV " " AOMOT
            READ FD-RESTRINGIDOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-RESTRINGIDOS
        DISPLAY "Restricciones listadas : " WS-LISTADOS
        .
       0002-Listar-Fin.
        EXIT.

       END PROGRAM MGR042.
