       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR045.
      ******************************************************************
      * Carga y listado del registro de entidades ENTIDADES. Hasta
      * ahora cada entidad (mgr/<entidad>/) se corria a mano
      * cambiando MGR001_ENTIDAD; el registro dice cuales existen,
      * con que perfil corren y en que orden las recorre el driver
      * nocturno MGR046. Es uno solo para todas las entidades
      * (mgr/ENTIDADES). Campos:
      *   APCOD  codigo de entidad (nombre del directorio en mgr/)
      *   APDES  descripcion
      *   APPER  perfil de corrida (MGR001_PERFIL; blanco = el de la
      *          entidad por defecto)
      *   APACT  1 activa (la corre MGR046), 0 inactiva
      *   APORD  orden de corrida (menor primero)
      *   CARGA              carga el CSV (APCOD,APDES,APPER,APACT,
      *                      APORD) en modo T (reemplazo total) o U
      *                      (actualiza), como los pasos de MGR001
      *   LIST               lista el registro por consola
      *   1er parametro o MGR045_FUNCION   CARGA/LIST
      *   MGR045_CSV          ruta del CSV (default entidades.csv en
      *                       mgr/)
      *   MGR045_MODO         T/U (default U)
      *   MGR045_SKIP_HEADERS lineas de encabezado (default 1)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "ENTIDADES-AP-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-CARGA-ENT ASSIGN TO WS-ENT-CSV-PATH
            FILE STATUS IS FS-CSV
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "ENTIDADES-FS" IN "src/dds".
        FD FD-CARGA-ENT.
        01 RG-CARGA-ENT.
            05 TEXTO-EN PIC X(256).
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
        01 WS-ENT-CSV-PATH      PIC X(200) VALUE SPACES.
        01 WS-MODO              PIC X(01) VALUE "U".
            88 WS-MODO-TOTAL            VALUE "T".
            88 WS-MODO-ACTUALIZA        VALUE "U".
        01 WS-MODO-TXT          PIC X(01).
        01 WS-SKIP-HEADERS      PIC 9(2) VALUE 1.
        01 WS-SKIP-TXT          PIC X(2).
        01 WS-SKIP-IDX          PIC 9(2).
        01 WS-CSV-ENT.
            05 WS-APCOD     PIC X(08).
            05 WS-APDES     PIC X(40).
            05 WS-APPER     PIC X(08).
            05 WS-APACT-X   PIC X(01).
            05 WS-APORD-X   PIC X(04).
        01 WS-CAMPO4            PIC X(10).
        01 WS-CAMPO5            PIC X(10).
        01 WS-MOTIVO-REJ        PIC X(30).
        01 WS-LEIDOS            PIC 9(9) VALUE 0.
        01 WS-GRABADOS          PIC 9(9) VALUE 0.
        01 WS-RECHAZADOS        PIC 9(9) VALUE 0.
        01 WS-LISTADOS          PIC 9(9) VALUE 0.
        01 WS-ACTIVAS           PIC 9(9) VALUE 0.

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
                DISPLAY "MGR045: funcion invalida (CARGA o LIST)"
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
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR045_FUNCION"
        END-IF
        MOVE SPACES TO WS-FUNCION
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA (1:10) TO WS-FUNCION
        END-IF
        IF WS-FUNCION = SPACES
            MOVE "LIST" TO WS-FUNCION
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR045_CSV"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-ENT-CSV-PATH
        END-IF
        IF WS-ENT-CSV-PATH = SPACES
            MOVE "mgr/entidades.csv" TO WS-ENT-CSV-PATH
        END-IF
        MOVE SPACES TO WS-MODO-TXT
        ACCEPT WS-MODO-TXT FROM ENVIRONMENT "MGR045_MODO"
        IF WS-MODO-TXT = "T" OR WS-MODO-TXT = "U"
            MOVE WS-MODO-TXT TO WS-MODO
        END-IF
        MOVE SPACES TO WS-SKIP-TXT
        ACCEPT WS-SKIP-TXT FROM ENVIRONMENT "MGR045_SKIP_HEADERS"
        IF WS-SKIP-TXT IS NUMERIC
            MOVE WS-SKIP-TXT TO WS-SKIP-HEADERS
        END-IF
        .

       0001-Cargar SECTION.
        DISPLAY "Cargando registro de entidades..."
        IF WS-MODO-ACTUALIZA
            OPEN I-O SHARING WITH ALL OTHER FD-ENTIDADES
            IF FS = 35
                OPEN OUTPUT SHARING WITH ALL OTHER FD-ENTIDADES
                PERFORM 0000-Valida-FS
            ELSE
                PERFORM 0000-Valida-FS
            END-IF
        ELSE
            OPEN OUTPUT SHARING WITH ALL OTHER FD-ENTIDADES
            PERFORM 0000-Valida-FS
        END-IF
        IF WS-RC = 8
            DISPLAY "MGR045: no se pudo abrir ENTIDADES (" FS ")"
            GO TO 0001-Cargar-Fin
        END-IF

        OPEN INPUT FD-CARGA-ENT
        IF FS-CSV NOT = 0
            DISPLAY "MGR045: no se pudo abrir " WS-ENT-CSV-PATH
                " (" FS-CSV ")"
            MOVE 8 TO WS-RC
            CLOSE FD-ENTIDADES
            GO TO 0001-Cargar-Fin
        END-IF
        MOVE 0 TO EOF
        PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                UNTIL WS-SKIP-IDX > WS-SKIP-HEADERS OR EOF = 1
            READ FD-CARGA-ENT NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-LEIDOS
            PERFORM 0001-Cargar-Linea
            READ FD-CARGA-ENT NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-CARGA-ENT
        CLOSE FD-ENTIDADES
        PERFORM 0000-Valida-FS
        DISPLAY "=== Carga de ENTIDADES ==="
        DISPLAY "Lineas leidas   : " WS-LEIDOS
        DISPLAY "Grabadas        : " WS-GRABADOS
        DISPLAY "Rechazadas      : " WS-RECHAZADOS
        .
       0001-Cargar-Fin.
        EXIT.

       0001-Cargar-Linea SECTION.
        INITIALIZE WS-CSV-ENT
        MOVE SPACES TO WS-CAMPO4 WS-CAMPO5
        UNSTRING TEXTO-EN DELIMITED BY ","
            INTO WS-APCOD WS-APDES WS-APPER WS-CAMPO4 WS-CAMPO5
        END-UNSTRING
        MOVE FUNCTION TRIM (WS-CAMPO4) TO WS-APACT-X
      *  El orden puede venir sin ceros a la izquierda
        IF FUNCTION TRIM (WS-CAMPO5) = SPACES
            MOVE "X" TO WS-APORD-X
        ELSE
            IF FUNCTION TEST-NUMVAL (WS-CAMPO5) = 0
                    AND FUNCTION NUMVAL (WS-CAMPO5) >= 0
                    AND FUNCTION NUMVAL (WS-CAMPO5) <= 9999
                MOVE FUNCTION NUMVAL (WS-CAMPO5) TO APORD
                MOVE APORD TO WS-APORD-X
            ELSE
                MOVE "X" TO WS-APORD-X
            END-IF
        END-IF
        MOVE SPACES TO WS-MOTIVO-REJ
        EVALUATE TRUE
            WHEN WS-APCOD = SPACES
                MOVE "APCOD EN BLANCO" TO WS-MOTIVO-REJ
            WHEN WS-APCOD (1:1) = "." OR WS-APCOD (1:1) = "/"
                MOVE "APCOD INVALIDO" TO WS-MOTIVO-REJ
            WHEN WS-APACT-X NOT = "0" AND WS-APACT-X NOT = "1"
                MOVE "APACT INVALIDO (0/1)" TO WS-MOTIVO-REJ
            WHEN WS-APORD-X IS NOT NUMERIC
                MOVE "APORD INVALIDO" TO WS-MOTIVO-REJ
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-MOTIVO-REJ NOT = SPACES
            ADD 1 TO WS-RECHAZADOS
            DISPLAY "MGR045: linea rechazada (" FUNCTION TRIM
                (WS-MOTIVO-REJ) "): " TEXTO-EN (1:40)
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        ELSE
            IF WS-MODO-ACTUALIZA
                MOVE WS-APCOD TO APCOD
                READ FD-ENTIDADES KEY IS APCOD
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
        MOVE WS-APCOD TO APCOD
        MOVE WS-APDES TO APDES
        MOVE WS-APPER TO APPER
        MOVE WS-APACT-X TO APACT
        MOVE WS-APORD-X TO APORD
        WRITE RG-ENTIDAD
            INVALID KEY
                ADD 1 TO WS-RECHAZADOS
                DISPLAY "MGR045: clave duplicada " WS-APCOD
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
            NOT INVALID KEY
                ADD 1 TO WS-GRABADOS
        END-WRITE
        .

       0001-Actualizar SECTION.
        MOVE WS-APDES TO APDES
        MOVE WS-APPER TO APPER
        MOVE WS-APACT-X TO APACT
        MOVE WS-APORD-X TO APORD
        REWRITE RG-ENTIDAD
            INVALID KEY
                MOVE 8 TO WS-RC
            NOT INVALID KEY
                ADD 1 TO WS-GRABADOS
        END-REWRITE
        .

       0002-Listar SECTION.
        DISPLAY "Registro de entidades..."
        OPEN INPUT SHARING WITH ALL OTHER FD-ENTIDADES
        IF FS NOT = 0
            DISPLAY "MGR045: no se pudo abrir ENTIDADES (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Listar-Fin
        END-IF
        MOVE LOW-VALUES TO APCOD
        START FD-ENTIDADES KEY IS NOT LESS THAN APCOD
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-ENTIDADES NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-LISTADOS
            IF APACT = 1
                ADD 1 TO WS-ACTIVAS
            END-IF
            DISPLAY APCOD " " APORD " " APACT " " APPER " " APDES
            READ FD-ENTIDADES NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-ENTIDADES
        DISPLAY "Entidades listadas : " WS-LISTADOS
        DISPLAY "Activas            : " WS-ACTIVAS
        .
       0002-Listar-Fin.
        EXIT.

       END PROGRAM MGR045.
