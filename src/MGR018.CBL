      * Cambio de codigo de pais en cascada: cuando ISO retira o
      * reasigna un codigo de dos letras, ABCOD es la clave primaria
      * de PAISES y viaja embebido en PAINOM (AFPAI), USUARIOS
      * (ACPAI), PAIHIST (ADCOD), FERIADOS (AKPAI), PAIMON (ARPAI),
      * RESTRINGIDOS (AOPAI) y PAIPEN (ANCOD). Este utilitario
      * recibe el codigo viejo y el nuevo, reclava el registro de
      * PAISES y propaga el cambio por esos archivos en una sola
      * corrida auditada:
      * graba en PAIHIST un movimiento "R" (renombre) con la imagen
      * anterior y la nueva, y reclava el historial viejo para que
      * la historia del pais no quede partida en dos codigos.
      * Se niega a correr (RC 12) si el codigo nuevo ya existe en
      * PAISES, si ALGUN maestro esta con la bandera de carga
      * alzada en CARGAS, si alguno de los maestros que toca esta
      * en una ventana de congelamiento (rutina MGR044) sin
      * emergencia declarada, o si el pais tiene una solicitud de
      * cambio pendiente en PAIPEN (su imagen lleva el codigo viejo
      * y PAIA no podria aprobarla: se resuelve antes en PAIA o
      * vence con MGR039).
      *   1er parametro o MGR018_CODIGOS   VIEJO,NUEVO (ej: AN,CW)
      *   MGR018_REKEY_RPT                 ruta del reporte
      *   MGR001_JOBID                     job id para PAIHIST
      *   MGR001_EMERGENCIA                motivo de un renombre de
      *                                    emergencia dentro de una
      *                                    ventana de congelamiento
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CARGAS-AG-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "FERIADOS-AK-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIMON-AR-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "RESTRINGIDOS-AO-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIPEN-AN-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-REPORTE-RKY ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
        COPY "USUARIOS-FS" IN "src/dds".
        COPY "PAIHIST-FS" IN "src/dds".
        COPY "CARGAS-FS" IN "src/dds".
        COPY "FERIADOS-FS" IN "src/dds".
        COPY "PAIMON-FS" IN "src/dds".
        COPY "RESTRINGIDOS-FS" IN "src/dds".
        COPY "PAIPEN-FS" IN "src/dds".
        FD FD-REPORTE-RKY.
        01 RG-REPORTE-RKY   PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-CNT-USUARIOS      PIC 9(9) VALUE 0.
        01 WS-CNT-PAIHIST       PIC 9(9) VALUE 0.
        01 WS-HIST-QUEDA        PIC 9(1).
        01 WS-CNT-FERIADOS      PIC 9(9) VALUE 0.
        01 WS-CNT-PAIMON        PIC 9(9) VALUE 0.
        01 WS-CNT-RESTRINGIDOS  PIC 9(9) VALUE 0.
        01 WS-CNT-PAIPEN        PIC 9(9) VALUE 0.
      *  Registro y clave en curso de los maestros que se reclavan
      *  recorriendo la clave (FERIADOS, PAIMON, RESTRINGIDOS y
      *  PAIPEN)
        01 WS-RK-REG            PIC X(256).
        01 WS-RK-CLAVE          PIC X(20).
        01 WS-LINEA-RPT         PIC X(100).
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-CONGELA.
        COPY "CONGELA-LK" IN "src/dds".

       PROCEDURE DIVISION.

            END-PERFORM
            CLOSE FD-CARGAS
        END-IF
      *  Ninguno de los maestros que toca puede estar congelado.
        IF WS-PUEDE-CORRER = 1
            MOVE "PAISES" TO CG-MAESTRO
            PERFORM 0001-Verificar-Congelamiento
        END-IF
        IF WS-PUEDE-CORRER = 1
            MOVE "PAINOM" TO CG-MAESTRO
            PERFORM 0001-Verificar-Congelamiento
        END-IF
        IF WS-PUEDE-CORRER = 1
            MOVE "USUARIOS" TO CG-MAESTRO
            PERFORM 0001-Verificar-Congelamiento
        END-IF
        IF WS-PUEDE-CORRER = 1
            MOVE "FERIADOS" TO CG-MAESTRO
            PERFORM 0001-Verificar-Congelamiento
        END-IF
        IF WS-PUEDE-CORRER = 1
            MOVE "PAIMON" TO CG-MAESTRO
            PERFORM 0001-Verificar-Congelamiento
        END-IF
      *  CG-MAESTRO y la columna de congelamientos.dat son de 10:
      *  RESTRINGIDOS se declara y se busca como RESTRINGID.
        IF WS-PUEDE-CORRER = 1
            MOVE "RESTRINGID" TO CG-MAESTRO
            PERFORM 0001-Verificar-Congelamiento
        END-IF
        IF WS-PUEDE-CORRER = 1
            MOVE "PAIPEN" TO CG-MAESTRO
            PERFORM 0001-Verificar-Congelamiento
        END-IF
        IF WS-PUEDE-CORRER = 1
            PERFORM 0001-Verificar-Pendientes
        END-IF
        IF WS-PUEDE-CORRER = 1
            OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
            PERFORM 0000-Valida-FS
        END-IF
        .

       0001-Verificar-Pendientes SECTION.
      *  Una solicitud P de PAIPEN para el codigo viejo frena el
      *  renombre: lleva la imagen de PAISES con el codigo viejo.
        OPEN INPUT SHARING WITH ALL OTHER FD-PAIPEN
        IF FS NOT = 0
            CLOSE FD-PAIPEN
            GO TO 0001-Verificar-Pendientes-Fin
        END-IF
        MOVE LOW-VALUES TO ANKEY
        MOVE WS-COD-VIEJO TO ANCOD
        MOVE 0 TO EOF
        START FD-PAIPEN KEY IS NOT LESS THAN ANKEY
            INVALID KEY MOVE 1 TO EOF
        END-START
        IF EOF = 0
            READ FD-PAIPEN NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-IF
        PERFORM UNTIL EOF = 1 OR ANCOD NOT = WS-COD-VIEJO
            IF ANEST = "P"
                DISPLAY "MGR018: solicitud pendiente en PAIPEN para "
                    WS-COD-VIEJO " del " ANFEC " por " ANOPE
                    " - renombre rechazado"
                MOVE 0 TO WS-PUEDE-CORRER
                MOVE 12 TO WS-RC
            END-IF
            READ FD-PAIPEN NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-PAIPEN
        .
       0001-Verificar-Pendientes-Fin.
        EXIT.

       0001-Verificar-Congelamiento SECTION.
        MOVE "V" TO CG-FUNCION
        MOVE "MGR018" TO CG-PROGRAMA
        MOVE WS-JOBID TO CG-OPERADOR
        MOVE SPACES TO CG-EMERGENCIA
        ACCEPT CG-EMERGENCIA FROM ENVIRONMENT "MGR001_EMERGENCIA"
        CALL "MGR044" USING WS-CONGELA
        IF CG-CONGELADO
            DISPLAY "MGR018: " CG-MAESTRO " congelado desde "
                CG-DESDE " hasta " CG-HASTA " - renombre rechazado"
            DISPLAY "  declarado por " CG-DECLARO ": " CG-MOTIVO
            MOVE 0 TO WS-PUEDE-CORRER
            MOVE 12 TO WS-RC
        END-IF
        IF CG-FORZADO
            DISPLAY "MGR018: EMERGENCIA - " CG-MAESTRO
                " congelado hasta " CG-HASTA ", se renombra igual"
        END-IF
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR018" TO HU-PROGRAMA
        MOVE WS-JOBID TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR018: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0002-Reclavar SECTION.
        DISPLAY "Renombrando pais " WS-COD-VIEJO " -> " WS-COD-NUEVO
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            PERFORM 0002-Reclavar-Painom
            PERFORM 0002-Reclavar-Usuarios
            PERFORM 0002-Reclavar-Paihist
            PERFORM 0002-Reclavar-Feriados
            PERFORM 0002-Reclavar-Paimon
            PERFORM 0002-Reclavar-Restringidos
            PERFORM 0002-Reclavar-Paipen
        END-IF

        CLOSE FD-PAIHIST
        CLOSE FD-PAISES
        PERFORM 0000-Valida-FS
        MOVE "PAISES" TO HU-MAESTRO
        PERFORM 0000-Huella-Grabar
        IF WS-CNT-PAINOM > 0
            MOVE "PAINOM" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        IF WS-CNT-USUARIOS > 0
            MOVE "USUARIOS" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        IF WS-CNT-FERIADOS > 0
            MOVE "FERIADOS" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        IF WS-CNT-PAIMON > 0
            MOVE "PAIMON" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        IF WS-CNT-RESTRINGIDOS > 0
            MOVE "RESTRINGIDOS" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF

        MOVE SPACES TO RG-REPORTE-RKY
        WRITE RG-REPORTE-RKY
            DELIMITED BY SIZE INTO WS-LINEA-RPT
        MOVE WS-LINEA-RPT TO RG-REPORTE-RKY
        WRITE RG-REPORTE-RKY
        MOVE SPACES TO WS-LINEA-RPT
        STRING "FERIADOS RECLAVADOS: " WS-CNT-FERIADOS
            DELIMITED BY SIZE INTO WS-LINEA-RPT
        MOVE WS-LINEA-RPT TO RG-REPORTE-RKY
        WRITE RG-REPORTE-RKY
        MOVE SPACES TO WS-LINEA-RPT
        STRING "PAIMON RECLAVADOS:   " WS-CNT-PAIMON
            DELIMITED BY SIZE INTO WS-LINEA-RPT
        MOVE WS-LINEA-RPT TO RG-REPORTE-RKY
        WRITE RG-REPORTE-RKY
        MOVE SPACES TO WS-LINEA-RPT
        STRING "RESTRING. RECLAVADOS:" WS-CNT-RESTRINGIDOS
            DELIMITED BY SIZE INTO WS-LINEA-RPT
        MOVE WS-LINEA-RPT TO RG-REPORTE-RKY
        WRITE RG-REPORTE-RKY
        MOVE SPACES TO WS-LINEA-RPT
        STRING "PAIPEN RECLAVADOS:   " WS-CNT-PAIPEN
            DELIMITED BY SIZE INTO WS-LINEA-RPT
        MOVE WS-LINEA-RPT TO RG-REPORTE-RKY
        WRITE RG-REPORTE-RKY
        CLOSE FD-REPORTE-RKY

        DISPLAY "=== Renombre de pais " WS-COD-VIEJO " -> "
        DISPLAY "PAINOM reclavados   : " WS-CNT-PAINOM
        DISPLAY "USUARIOS reclavados : " WS-CNT-USUARIOS
        DISPLAY "PAIHIST reclavados  : " WS-CNT-PAIHIST
        DISPLAY "FERIADOS reclavados : " WS-CNT-FERIADOS
        DISPLAY "PAIMON reclavados   : " WS-CNT-PAIMON
        DISPLAY "RESTRING. reclavados: " WS-CNT-RESTRINGIDOS
        DISPLAY "PAIPEN reclavados   : " WS-CNT-PAIPEN
        .

       0002-Reclavar-Paises SECTION.
        END-PERFORM
        .

       0002-Reclavar-Feriados SECTION.
      *  Se recorre el tramo del codigo viejo: cada registro se
      *  borra y se regraba bajo el nuevo, y el recorrido sigue con
      *  START despues de la clave tratada (el puntero no queda
      *  sobre un registro borrado). Si la clave nueva ya existe se
      *  repone el registro viejo y se sigue con el siguiente.
        OPEN I-O SHARING WITH ALL OTHER FD-FERIADOS
        IF FS = 35
            CLOSE FD-FERIADOS
            GO TO 0002-Reclavar-Feriados-Fin
        END-IF
        PERFORM 0000-Valida-FS
        MOVE LOW-VALUES TO AKKEY
        MOVE WS-COD-VIEJO TO AKPAI
        MOVE 0 TO EOF
        START FD-FERIADOS KEY IS NOT LESS THAN AKKEY
            INVALID KEY MOVE 1 TO EOF
        END-START
        PERFORM UNTIL EOF = 1
            READ FD-FERIADOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
            IF EOF = 0 AND AKPAI NOT = WS-COD-VIEJO
                MOVE 1 TO EOF
            END-IF
            IF EOF = 0
                MOVE RG-FERIADO TO WS-RK-REG
                MOVE AKKEY TO WS-RK-CLAVE
                DELETE FD-FERIADOS
                    INVALID KEY
                        MOVE 8 TO WS-RC
                    NOT INVALID KEY
                        MOVE WS-COD-NUEVO TO AKPAI
                        WRITE RG-FERIADO
                            INVALID KEY
                                MOVE WS-RK-REG TO RG-FERIADO
                                WRITE RG-FERIADO
                                END-WRITE
                                DISPLAY "MGR018: choque de clave en "
                                    "FERIADOS para " WS-COD-NUEVO
                                    " - se repuso " WS-COD-VIEJO
                                MOVE 8 TO WS-RC
                            NOT INVALID KEY
                                ADD 1 TO WS-CNT-FERIADOS
                        END-WRITE
                END-DELETE
                MOVE WS-RK-CLAVE TO AKKEY
                START FD-FERIADOS KEY IS GREATER THAN AKKEY
                    INVALID KEY MOVE 1 TO EOF
                END-START
            END-IF
        END-PERFORM
        CLOSE FD-FERIADOS
        .
       0002-Reclavar-Feriados-Fin.
        EXIT.

       0002-Reclavar-Paimon SECTION.
      *  Igual que FERIADOS (0002-Reclavar-Feriados).
        OPEN I-O SHARING WITH ALL OTHER FD-PAIMON
        IF FS = 35
            CLOSE FD-PAIMON
            GO TO 0002-Reclavar-Paimon-Fin
        END-IF
        PERFORM 0000-Valida-FS
        MOVE LOW-VALUES TO ARKEY
        MOVE WS-COD-VIEJO TO ARPAI
        MOVE 0 TO EOF
        START FD-PAIMON KEY IS NOT LESS THAN ARKEY
            INVALID KEY MOVE 1 TO EOF
        END-START
        PERFORM UNTIL EOF = 1
            READ FD-PAIMON NEXT
                AT END MOVE 1 TO EOF
            END-READ
            IF EOF = 0 AND ARPAI NOT = WS-COD-VIEJO
                MOVE 1 TO EOF
            END-IF
            IF EOF = 0
                MOVE RG-PAIMON TO WS-RK-REG
                MOVE ARKEY TO WS-RK-CLAVE
                DELETE FD-PAIMON
                    INVALID KEY
                        MOVE 8 TO WS-RC
                    NOT INVALID KEY
                        MOVE WS-COD-NUEVO TO ARPAI
                        WRITE RG-PAIMON
                            INVALID KEY
                                MOVE WS-RK-REG TO RG-PAIMON
                                WRITE RG-PAIMON
                                END-WRITE
                                DISPLAY "MGR018: choque de clave en "
                                    "PAIMON para " WS-COD-NUEVO
                                    " - se repuso " WS-COD-VIEJO
                                MOVE 8 TO WS-RC
                            NOT INVALID KEY
                                ADD 1 TO WS-CNT-PAIMON
                        END-WRITE
                END-DELETE
                MOVE WS-RK-CLAVE TO ARKEY
                START FD-PAIMON KEY IS GREATER THAN ARKEY
                    INVALID KEY MOVE 1 TO EOF
                END-START
            END-IF
        END-PERFORM
        CLOSE FD-PAIMON
        .
       0002-Reclavar-Paimon-Fin.
        EXIT.

       0002-Reclavar-Restringidos SECTION.
      *  Igual que FERIADOS (0002-Reclavar-Feriados).
        OPEN I-O SHARING WITH ALL OTHER FD-RESTRINGIDOS
        IF FS = 35
            CLOSE FD-RESTRINGIDOS
            GO TO 0002-Reclavar-Restringidos-Fin
        END-IF
        PERFORM 0000-Valida-FS
        MOVE LOW-VALUES TO AOKEY
        MOVE WS-COD-VIEJO TO AOPAI
        MOVE 0 TO EOF
        START FD-RESTRINGIDOS KEY IS NOT LESS THAN AOKEY
            INVALID KEY MOVE 1 TO EOF
        END-START
        PERFORM UNTIL EOF = 1
            READ FD-RESTRINGIDOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
            IF EOF = 0 AND AOPAI NOT = WS-COD-VIEJO
                MOVE 1 TO EOF
            END-IF
            IF EOF = 0
                MOVE RG-RESTRINGIDO TO WS-RK-REG
                MOVE AOKEY TO WS-RK-CLAVE
                DELETE FD-RESTRINGIDOS
                    INVALID KEY
                        MOVE 8 TO WS-RC
                    NOT INVALID KEY
                        MOVE WS-COD-NUEVO TO AOPAI
                        WRITE RG-RESTRINGIDO
                            INVALID KEY
                                MOVE WS-RK-REG TO RG-RESTRINGIDO
                                WRITE RG-RESTRINGIDO
                                END-WRITE
                                DISPLAY "MGR018: choque de clave en "
                                    "RESTRINGIDOS para " WS-COD-NUEVO
                                    " - se repuso " WS-COD-VIEJO
                                MOVE 8 TO WS-RC
                            NOT INVALID KEY
                                ADD 1 TO WS-CNT-RESTRINGIDOS
                        END-WRITE
                END-DELETE
                MOVE WS-RK-CLAVE TO AOKEY
                START FD-RESTRINGIDOS KEY IS GREATER THAN AOKEY
                    INVALID KEY MOVE 1 TO EOF
                END-START
            END-IF
        END-PERFORM
        CLOSE FD-RESTRINGIDOS
        .
       0002-Reclavar-Restringidos-Fin.
        EXIT.

       0002-Reclavar-Paipen SECTION.
      *  Igual que FERIADOS (0002-Reclavar-Feriados). Aqui solo
      *  quedan solicitudes resueltas (0001-Verificar-Pendientes).
        OPEN I-O SHARING WITH ALL OTHER FD-PAIPEN
        IF FS = 35
            CLOSE FD-PAIPEN
            GO TO 0002-Reclavar-Paipen-Fin
        END-IF
        PERFORM 0000-Valida-FS
        MOVE LOW-VALUES TO ANKEY
        MOVE WS-COD-VIEJO TO ANCOD
        MOVE 0 TO EOF
        START FD-PAIPEN KEY IS NOT LESS THAN ANKEY
            INVALID KEY MOVE 1 TO EOF
        END-START
        PERFORM UNTIL EOF = 1
            READ FD-PAIPEN NEXT
                AT END MOVE 1 TO EOF
            END-READ
            IF EOF = 0 AND ANCOD NOT = WS-COD-VIEJO
                MOVE 1 TO EOF
            END-IF
            IF EOF = 0
                MOVE RG-PAIPEN TO WS-RK-REG
                MOVE ANKEY TO WS-RK-CLAVE
                DELETE FD-PAIPEN
                    INVALID KEY
                        MOVE 8 TO WS-RC
                    NOT INVALID KEY
                        MOVE WS-COD-NUEVO TO ANCOD
                        WRITE RG-PAIPEN
                            INVALID KEY
                                MOVE WS-RK-REG TO RG-PAIPEN
                                WRITE RG-PAIPEN
                                END-WRITE
                                DISPLAY "MGR018: choque de clave en "
                                    "PAIPEN para " WS-COD-NUEVO
                                    " - se repuso " WS-COD-VIEJO
                                MOVE 8 TO WS-RC
                            NOT INVALID KEY
                                ADD 1 TO WS-CNT-PAIPEN
                        END-WRITE
                END-DELETE
                MOVE WS-RK-CLAVE TO ANKEY
                START FD-PAIPEN KEY IS GREATER THAN ANKEY
                    INVALID KEY MOVE 1 TO EOF
                END-START
            END-IF
        END-PERFORM
        CLOSE FD-PAIPEN
        .
       0002-Reclavar-Paipen-Fin.
        EXIT.

       END PROGRAM MGR018.
