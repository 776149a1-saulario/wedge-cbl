       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR037.
      ******************************************************************
      * Liberacion y rechazo de tasas retenidas en CAMBSUS por el
      * control de tolerancia del paso CAMBIOS de MGR001. Tesoreria
      * revisa el listado de retenidas y decide una por una:
      *   LIST                        lista las pendientes (AMEST P)
      *   LIST,T                      lista todas, con la decision
      *   LIBERAR,<AICOD>,<AAAAMMDD>  aplica la tasa retenida en
      *                               CAMBIOS (alta o reemplazo)
      *   RECHAZAR,<AICOD>,<AAAAMMDD> la descarta
      * La decision queda en el mismo registro de CAMBSUS: estado
      * (L liberada, R rechazada; S la sustituyo una carga
      * posterior), operador, fecha y hora. Solo se decide sobre
      * una retenida pendiente. Con CAMBIOS en carga (CARGAS) la
      * liberacion se rechaza con RC 12, igual que las
      * transacciones en linea, y dentro de una ventana de
      * congelamiento de CAMBIOS (rutina MGR044) tambien, con RC 12
      * y sin tocar nada, salvo emergencia declarada en
      * MGR001_EMERGENCIA. Tampoco se libera sobre una tasa
      * manual (AIJOB "*", transaccion CAMB) de la misma AIKEY: RC
      * 12 y la retenida sigue pendiente para rechazarla.
      *   1er parametro o MGR037_FUNCION
      *   MGR037_OPERADOR     quien decide (default USER); sin
      *                       operador no se decide nada (RC 12)
      *   MGR001_EMERGENCIA   motivo de una liberacion de emergencia
      *                       dentro de una ventana de congelamiento
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "CAMBSUS-AM-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBIOS-AI-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CARGAS-AG-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
       DATA DIVISION.
        FILE SECTION.
        COPY "CAMBSUS-FS" IN "src/dds".
        COPY "CAMBIOS-FS" IN "src/dds".
        COPY "CARGAS-FS" IN "src/dds".
       WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-FUNCION           PIC X(10).
            88 WS-FUNCION-LIST          VALUE "LIST".
            88 WS-FUNCION-LIBERAR       VALUE "LIBERAR".
            88 WS-FUNCION-RECHAZAR      VALUE "RECHAZAR".
        01 WS-PARM-COD          PIC X(10).
        01 WS-PARM-FEC          PIC X(10).
        01 WS-OPERADOR          PIC X(08).
        01 WS-HORA              PIC 9(08).
        01 WS-CARGA-BLOQUEADA   PIC 9(1).
        01 WS-LISTADOS          PIC 9(9) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-CONGELA.
        COPY "CONGELA-LK" IN "src/dds".
        01 WS-ED-TASA           PIC Z(6)9.9(6).
        01 WS-ED-ANT            PIC Z(6)9.9(6).
        01 WS-ED-VAR            PIC Z(4)9.99.

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        EVALUATE TRUE
            WHEN WS-FUNCION-LIST
                PERFORM 0001-Listar
            WHEN WS-FUNCION-LIBERAR
                PERFORM 0002-Decidir
            WHEN WS-FUNCION-RECHAZAR
                PERFORM 0002-Decidir
            WHEN OTHER
                DISPLAY "MGR037: funcion invalida (LIST, "
                    "LIBERAR,<moneda>,<fecha> o "
                    "RECHAZAR,<moneda>,<fecha>)"
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
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR037_FUNCION"
        END-IF
        MOVE SPACES TO WS-FUNCION
        MOVE SPACES TO WS-PARM-COD
        MOVE SPACES TO WS-PARM-FEC
        UNSTRING WS-PARM-ENTRADA DELIMITED BY ","
            INTO WS-FUNCION WS-PARM-COD WS-PARM-FEC
        END-UNSTRING
        IF WS-FUNCION = SPACES
            MOVE "LIST" TO WS-FUNCION
        END-IF
        MOVE SPACES TO WS-OPERADOR
        ACCEPT WS-OPERADOR FROM ENVIRONMENT "MGR037_OPERADOR"
        IF WS-OPERADOR = SPACES
            ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
        END-IF
        .

       0000-Verificar-Carga SECTION.
        MOVE 0 TO WS-CARGA-BLOQUEADA
        OPEN INPUT SHARING WITH ALL OTHER FD-CARGAS
        IF FS = 0
            MOVE "CAMBIOS" TO AGMAE
            READ FD-CARGAS KEY IS AGMAE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF AGFLG = 1
                        MOVE 1 TO WS-CARGA-BLOQUEADA
                    END-IF
            END-READ
            CLOSE FD-CARGAS
        END-IF
        .

       0000-Verificar-Congelamiento SECTION.
      *  Ventana de congelamiento de CAMBIOS (rutina MGR044): la
      *  negativa ya queda en mgr001_audit.log; con emergencia
      *  declarada se libera igual y la anulacion queda registrada.
        MOVE "V" TO CG-FUNCION
        MOVE "CAMBIOS" TO CG-MAESTRO
        MOVE "MGR037" TO CG-PROGRAMA
        MOVE WS-OPERADOR TO CG-OPERADOR
        MOVE SPACES TO CG-EMERGENCIA
        ACCEPT CG-EMERGENCIA FROM ENVIRONMENT "MGR001_EMERGENCIA"
        CALL "MGR044" USING WS-CONGELA
        IF CG-CONGELADO
            DISPLAY "MGR037: CAMBIOS congelado desde " CG-DESDE
                " hasta " CG-HASTA " - liberacion rechazada"
            DISPLAY "  declarado por " CG-DECLARO ": " CG-MOTIVO
        END-IF
        IF CG-FORZADO
            DISPLAY "MGR037: EMERGENCIA - CAMBIOS congelado hasta "
                CG-HASTA ", se libera igual"
        END-IF
        .

       0001-Listar SECTION.
        DISPLAY "Tasas retenidas por tolerancia..."
        OPEN INPUT SHARING WITH ALL OTHER FD-CAMBSUS
        IF FS NOT = 0
            DISPLAY "MGR037: no hay tasas retenidas (" FS ")"
            GO TO 0001-Listar-Fin
        END-IF
        DISPLAY "MON FECHA          TASA NUEVA    TASA ANTERIOR"
            "  F.ANTER.   VAR %  TOL E OPERADOR DECIDIDO"
        MOVE LOW-VALUES TO AMKEY
        START FD-CAMBSUS KEY IS NOT LESS THAN AMKEY
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-CAMBSUS NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF AMEST = "P" OR WS-PARM-COD (1:1) = "T"
                ADD 1 TO WS-LISTADOS
                MOVE AMTAS TO WS-ED-TASA
                MOVE AMANT TO WS-ED-ANT
                MOVE AMVAR TO WS-ED-VAR
                DISPLAY AMCOD " " AMFEC " " WS-ED-TASA " "
                    WS-ED-ANT " " AMFAN " " WS-ED-VAR " "
                    AMTOL " " AMEST " " AMOPE " " AMFDE " " AMHDE
            END-IF
            READ FD-CAMBSUS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-CAMBSUS
        DISPLAY "Retenidas listadas : " WS-LISTADOS
        .
       0001-Listar-Fin.
        EXIT.

       0002-Decidir SECTION.
        IF WS-OPERADOR = SPACES
            DISPLAY "MGR037: sin operador (MGR037_OPERADOR o USER), "
                "no se registra la decision"
            MOVE 12 TO WS-RC
            GO TO 0002-Decidir-Fin
        END-IF
        IF WS-PARM-COD = SPACES OR WS-PARM-FEC (1:8) IS NOT NUMERIC
            DISPLAY "MGR037: falta moneda o fecha (AAAAMMDD): "
                FUNCTION TRIM (WS-PARM-ENTRADA)
            MOVE 12 TO WS-RC
            GO TO 0002-Decidir-Fin
        END-IF
        IF WS-FUNCION-LIBERAR
            PERFORM 0000-Verificar-Carga
            IF WS-CARGA-BLOQUEADA = 1
                DISPLAY "MGR037: CAMBIOS en carga, reintentar al "
                    "terminar el paso"
                MOVE 12 TO WS-RC
                GO TO 0002-Decidir-Fin
            END-IF
            PERFORM 0000-Verificar-Congelamiento
            IF CG-CONGELADO
                MOVE 12 TO WS-RC
                GO TO 0002-Decidir-Fin
            END-IF
        END-IF

        OPEN I-O SHARING WITH ALL OTHER FD-CAMBSUS
        IF FS NOT = 0
            DISPLAY "MGR037: no se pudo abrir CAMBSUS (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Decidir-Fin
        END-IF
        MOVE WS-PARM-COD (1:3) TO AMCOD
        MOVE WS-PARM-FEC (1:8) TO AMFEC
        READ FD-CAMBSUS KEY IS AMKEY
            INVALID KEY
                DISPLAY "MGR037: no hay tasa retenida para "
                    AMCOD " " AMFEC
                MOVE 8 TO WS-RC
        END-READ
        IF WS-RC = 0 AND AMEST NOT = "P"
            DISPLAY "MGR037: la retenida " AMCOD " " AMFEC
                " ya fue resuelta (" AMEST " por " AMOPE " el "
                AMFDE ")"
            MOVE 12 TO WS-RC
        END-IF
        IF WS-RC NOT = 0
            CLOSE FD-CAMBSUS
            GO TO 0002-Decidir-Fin
        END-IF

        IF WS-FUNCION-LIBERAR
            PERFORM 0002-Aplicar-Tasa
        END-IF
        IF WS-RC = 0
            IF WS-FUNCION-LIBERAR
                MOVE "L" TO AMEST
            ELSE
                MOVE "R" TO AMEST
            END-IF
            MOVE WS-OPERADOR TO AMOPE
            ACCEPT AMFDE FROM DATE YYYYMMDD
            ACCEPT WS-HORA FROM TIME
            MOVE WS-HORA (1:6) TO AMHDE
            REWRITE RG-CAMBSUS
                INVALID KEY
                    MOVE 8 TO WS-RC
                NOT INVALID KEY
                    DISPLAY "MGR037: " AMCOD " " AMFEC " "
                        FUNCTION TRIM (WS-FUNCION) " por "
                        AMOPE " " AMFDE " " AMHDE
            END-REWRITE
        END-IF
        CLOSE FD-CAMBSUS
        .
       0002-Decidir-Fin.
        EXIT.

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR037" TO HU-PROGRAMA
        MOVE WS-OPERADOR TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR037: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0002-Aplicar-Tasa SECTION.
      *  La tasa liberada entra con el AIJOB del job que la trajo:
      *  es la del proveedor, la liberacion queda en CAMBSUS.
        OPEN I-O SHARING WITH ALL OTHER FD-CAMBIOS
        IF FS = 35
            OPEN OUTPUT SHARING WITH ALL OTHER FD-CAMBIOS
            CLOSE FD-CAMBIOS
            OPEN I-O SHARING WITH ALL OTHER FD-CAMBIOS
        END-IF
        IF FS NOT = 0
            DISPLAY "MGR037: no se pudo abrir CAMBIOS (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Aplicar-Tasa-Fin
        END-IF
        MOVE AMCOD TO AICOD
        MOVE AMFEC TO AIFEC
        READ FD-CAMBIOS KEY IS AIKEY
            INVALID KEY
                MOVE AMCOD TO AICOD
                MOVE AMFEC TO AIFEC
                MOVE AMTAS TO AITAS
                MOVE AMJOB TO AIJOB
                WRITE RG-CAMBIO
                    INVALID KEY MOVE 8 TO WS-RC
                END-WRITE
            NOT INVALID KEY
                IF AIJOB (1:1) = "*"
                    DISPLAY "MGR037: " AMCOD " " AMFEC " tiene tasa "
                        "manual de " AIJOB (2:7) ", no se libera"
                    MOVE 12 TO WS-RC
                ELSE
                    MOVE AMTAS TO AITAS
                    MOVE AMJOB TO AIJOB
                    REWRITE RG-CAMBIO
                        INVALID KEY MOVE 8 TO WS-RC
                    END-REWRITE
                END-IF
        END-READ
        CLOSE FD-CAMBIOS
        MOVE "CAMBIOS" TO HU-MAESTRO
        PERFORM 0000-Huella-Grabar
        .
       0002-Aplicar-Tasa-Fin.
        EXIT.

       END PROGRAM MGR037.
