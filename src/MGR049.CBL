       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR049.
      ******************************************************************
      * Verificacion de huellas de los maestros antes de las cargas
      * de la noche. Cada paso de MGR001, cada programa batch que
      * modifica un maestro y las transacciones en linea dejan la
      * huella del maestro (cantidad de registros y hash de clave y
      * contenido, rutina MGR048) en el registro HUELLAS; si un
      * maestro cambio desde entonces por fuera de los programas
      * (un arreglo con un editor de archivos, una copia a mano) la
      * huella recalculada no coincide.
      *   VERIFICAR  (default) recalcula la huella de cada maestro y
      *              lista los que cambiaron, con la cantidad de
      *              registros grabada y actual, quien grabo la
      *              huella y el rango de claves del primer bloque
      *              distinto (donde empieza el cambio). RC 8 si
      *              alguno cambio: el stream se detiene hasta que
      *              se revise. Un maestro sin huella grabada (la
      *              primera noche, un maestro nuevo) solo se avisa.
      *   ACEPTAR    una vez revisado el cambio, graba la huella del
      *              estado actual de MGR049_MAESTRO (o TODOS) para
      *              que el stream siga. Exige MGR049_MOTIVO; queda
      *              en huellas_aceptadas.log y con el rotulo HUELLA
      *              en mgr001_audit.log (el maestro en la columna
      *              del perfil), que MGR014 no cuenta como carga.
      *   1er parametro o MGR049_FUNCION   VERIFICAR/ACEPTAR
      *   MGR049_MAESTRO   maestro a aceptar o TODOS
      *   MGR049_MOTIVO    motivo de la aceptacion (obligatorio)
      *   MGR049_RPT       ruta del reporte (default
      *                    huellas_control.rpt de la entidad)
      *   MGR001_JOBID     job id u operador (default USER)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT FD-REPORTE ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-ACEPTADAS ASSIGN TO WS-ACEPTADAS-PATH
            FILE STATUS IS FS-ACE
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-AUDITORIA ASSIGN TO WS-RUTA-AUDITORIA
            FILE STATUS IS FS-AUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD FD-REPORTE.
        01 RG-REPORTE       PIC X(132).
        FD FD-ACEPTADAS.
        01 RG-ACEPTADA      PIC X(150).
        FD FD-AUDITORIA.
        01 RG-AUDITORIA     PIC X(100).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS-RPT          PIC 99.
        01 FS-ACE          PIC 99.
        01 FS-AUDIT        PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-FUNCION           PIC X(10).
            88 WS-FUNCION-VERIFICAR     VALUE "VERIFICAR".
            88 WS-FUNCION-ACEPTAR       VALUE "ACEPTAR".
        01 WS-MAESTRO-PEDIDO    PIC X(12).
        01 WS-MOTIVO            PIC X(60).
        01 WS-JOBID             PIC X(08).
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-ACEPTADAS-PATH    PIC X(200) VALUE SPACES.
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-HORA-HOY          PIC 9(08).
      *  Maestros con huella (la misma tabla que usa MGR048)
        COPY "HUELLA-MA-WS" IN "src/dds".
        01 WS-CAMBIADOS         PIC 9(02) VALUE 0.
        01 WS-SIN-HUELLA        PIC 9(02) VALUE 0.
        01 WS-ERRORES           PIC 9(02) VALUE 0.
        01 WS-ACEPTADOS         PIC 9(02) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(50) VALUE
               "MGR049 - VERIFICACION DE HUELLAS DE MAESTROS".
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).
            05 FILLER           PIC X(10) VALUE "  ENTIDAD ".
            05 WS-CAB-ENTIDAD   PIC X(08).
        01 WS-TITULOS-LINEA.
            05 FILLER           PIC X(13) VALUE "MAESTRO".
            05 FILLER           PIC X(11) VALUE "ESTADO".
            05 FILLER           PIC X(11) VALUE "GRABADOS".
            05 FILLER           PIC X(11) VALUE "ACTUALES".
            05 FILLER           PIC X(34) VALUE
               "ULTIMA HUELLA".
            05 FILLER           PIC X(40) VALUE
               "PRIMER BLOQUE DISTINTO (DESDE / HASTA)".
        01 WS-DETALLE-LINEA.
            05 WS-DET-MAESTRO   PIC X(12).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-ESTADO    PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-GRABADOS  PIC Z(8)9.
            05 FILLER           PIC X(2) VALUE SPACE.
            05 WS-DET-ACTUALES  PIC Z(8)9.
            05 FILLER           PIC X(2) VALUE SPACE.
            05 WS-DET-FECHA     PIC 9(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-HORA      PIC 9(06).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-PROGRAMA  PIC X(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-OPERADOR  PIC X(08).
            05 FILLER           PIC X(2) VALUE SPACE.
            05 WS-DET-DESDE     PIC X(20).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-HASTA     PIC X(20).
        01 WS-BLOQUES-LINEA.
            05 FILLER           PIC X(24) VALUE SPACES.
            05 FILLER           PIC X(18) VALUE
               "BLOQUES DISTINTOS ".
            05 WS-BLO-CANT      PIC Z(4)9.
            05 FILLER           PIC X(16) VALUE
               " (100 REG. C/U)".
        01 WS-TOTAL-LINEA.
            05 WS-TOT-TEXTO     PIC X(40).
            05 WS-TOT-CANT      PIC Z(8)9.
        01 WS-ACEPTADA-LINEA.
            05 WS-AC-FECHA      PIC 9(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-AC-HORA       PIC 9(06).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-AC-OPERADOR   PIC X(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-AC-MAESTRO    PIC X(12).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-AC-ANTES      PIC 9(09).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-AC-AHORA      PIC 9(09).
            05 FILLER           PIC X(3) VALUE " | ".
            05 WS-AC-MOTIVO     PIC X(60).
        01 WS-AUDIT-LINEA.
            05 WS-AUDIT-L-FECHA    PIC 9(8).
            05 FILLER              PIC X(1) VALUE SPACE.
            05 WS-AUDIT-L-HORA     PIC 9(6).
            05 FILLER              PIC X(1) VALUE SPACE.
            05 WS-AUDIT-L-JOBID    PIC X(8).
            05 FILLER              PIC X(1) VALUE SPACE.
            05 WS-AUDIT-L-MASTER   PIC X(10).
            05 FILLER              PIC X(1) VALUE SPACE.
            05 WS-AUDIT-L-COUNT    PIC 9(9).
            05 FILLER              PIC X(1) VALUE SPACE.
            05 WS-AUDIT-L-RC       PIC 9(4).
            05 FILLER              PIC X(1) VALUE SPACE.
            05 WS-AUDIT-L-PERFIL   PIC X(8).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        IF WS-RC = 0
            IF WS-FUNCION-ACEPTAR
                PERFORM 0002-Aceptar
            ELSE
                PERFORM 0001-Verificar
            END-IF
        END-IF
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR049_FUNCION"
        END-IF
        MOVE FUNCTION UPPER-CASE (WS-PARM-ENTRADA) TO WS-FUNCION
        IF WS-FUNCION = SPACES
            MOVE "VERIFICAR" TO WS-FUNCION
        END-IF
        IF NOT WS-FUNCION-VERIFICAR AND NOT WS-FUNCION-ACEPTAR
            DISPLAY "MGR049: funcion invalida " WS-FUNCION
                " (VERIFICAR/ACEPTAR)"
            MOVE 12 TO WS-RC
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR049_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE "huellas_control.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        MOVE "huellas_aceptadas.log" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-ACEPTADAS-PATH
        MOVE SPACES TO WS-JOBID
        ACCEPT WS-JOBID FROM ENVIRONMENT "MGR001_JOBID"
        IF WS-JOBID = SPACES
            ACCEPT WS-JOBID FROM ENVIRONMENT "USER"
        END-IF
        IF WS-JOBID = SPACES
            MOVE "MGR049" TO WS-JOBID
        END-IF
        IF WS-FUNCION-ACEPTAR
            MOVE SPACES TO WS-PARM-ENTRADA
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR049_MAESTRO"
            MOVE FUNCTION UPPER-CASE (WS-PARM-ENTRADA)
                TO WS-MAESTRO-PEDIDO
            MOVE SPACES TO WS-MOTIVO
            ACCEPT WS-MOTIVO FROM ENVIRONMENT "MGR049_MOTIVO"
            IF WS-MAESTRO-PEDIDO = SPACES OR WS-MOTIVO = SPACES
                DISPLAY "MGR049: ACEPTAR exige MGR049_MAESTRO "
                    "(maestro o TODOS) y MGR049_MOTIVO"
                MOVE 12 TO WS-RC
            END-IF
        END-IF
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        .

       0001-Verificar SECTION.
        DISPLAY "Verificacion de huellas de maestros..."
        OPEN OUTPUT FD-REPORTE
        IF FS-RPT NOT = 0
            DISPLAY "MGR049: no se pudo abrir " WS-REPORTE-PATH
                " (" FS-RPT ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Verificar-Fin
        END-IF
        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
        MOVE WS-ENTIDAD TO WS-CAB-ENTIDAD
        MOVE WS-CABECERA-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE WS-TITULOS-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        PERFORM VARYING WS-MA-IDX FROM 1 BY 1
                UNTIL WS-MA-IDX > WS-MA-CANT
            PERFORM 0001-Verificar-Uno
        END-PERFORM
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "MAESTROS CAMBIADOS" TO WS-TOT-TEXTO
        MOVE WS-CAMBIADOS TO WS-TOT-CANT
        MOVE WS-TOTAL-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "MAESTROS SIN HUELLA" TO WS-TOT-TEXTO
        MOVE WS-SIN-HUELLA TO WS-TOT-CANT
        MOVE WS-TOTAL-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "MAESTROS CON ERROR DE LECTURA" TO WS-TOT-TEXTO
        MOVE WS-ERRORES TO WS-TOT-CANT
        MOVE WS-TOTAL-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        CLOSE FD-REPORTE

        DISPLAY "=== Verificacion de huellas ==="
        DISPLAY "Maestros cambiados : " WS-CAMBIADOS
        DISPLAY "Maestros sin huella: " WS-SIN-HUELLA
        IF WS-CAMBIADOS > 0 OR WS-ERRORES > 0
            DISPLAY "MGR049: hay maestros modificados por fuera de "
                "los programas, ver " FUNCTION TRIM (WS-REPORTE-PATH)
            DISPLAY "  revisado el cambio: MGR049 ACEPTAR con "
                "MGR049_MAESTRO y MGR049_MOTIVO"
            MOVE 8 TO WS-RC
        END-IF
        .
       0001-Verificar-Fin.
        EXIT.

       0001-Verificar-Uno SECTION.
        MOVE "V" TO HU-FUNCION
        MOVE WS-MA-NOMBRE (WS-MA-IDX) TO HU-MAESTRO
        MOVE "MGR049" TO HU-PROGRAMA
        MOVE WS-JOBID TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        MOVE SPACES TO WS-DETALLE-LINEA
        MOVE HU-MAESTRO TO WS-DET-MAESTRO
        MOVE HU-CANT-ACT TO WS-DET-ACTUALES
        MOVE HU-CANT-REG TO WS-DET-GRABADOS
        MOVE HU-FEC-REG TO WS-DET-FECHA
        MOVE HU-HOR-REG TO WS-DET-HORA
        MOVE HU-PRG-REG TO WS-DET-PROGRAMA
        MOVE HU-OPE-REG TO WS-DET-OPERADOR
        EVALUATE TRUE
            WHEN HU-RC NOT = 0
                MOVE "ERROR" TO WS-DET-ESTADO
                ADD 1 TO WS-ERRORES
                DISPLAY "MGR049: " HU-MAESTRO
                    " no se pudo leer (RC " HU-RC ")"
            WHEN HU-SIN-HUELLA
                MOVE "SIN HUELLA" TO WS-DET-ESTADO
                ADD 1 TO WS-SIN-HUELLA
                DISPLAY "MGR049: " HU-MAESTRO " sin huella grabada"
            WHEN HU-DISTINTO
                MOVE "CAMBIADO" TO WS-DET-ESTADO
                ADD 1 TO WS-CAMBIADOS
                MOVE HU-CLAVE-DESDE TO WS-DET-DESDE
                IF HU-CLAVE-HASTA = SPACES
                    MOVE "(FIN)" TO WS-DET-HASTA
                ELSE
                    MOVE HU-CLAVE-HASTA TO WS-DET-HASTA
                END-IF
                DISPLAY "MGR049: " HU-MAESTRO " CAMBIADO: "
                    HU-CANT-REG " -> " HU-CANT-ACT
                    " registros, primera diferencia desde clave "
                    HU-CLAVE-DESDE
            WHEN OTHER
                MOVE "OK" TO WS-DET-ESTADO
        END-EVALUATE
        MOVE WS-DETALLE-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        IF HU-DISTINTO AND HU-RC = 0
            MOVE HU-BLOQUES-DIF TO WS-BLO-CANT
            MOVE WS-BLOQUES-LINEA TO RG-REPORTE
            WRITE RG-REPORTE
        END-IF
        .

       0002-Aceptar SECTION.
      *  Nueva huella del estado actual, con el motivo en el log
      *  de aceptaciones y una marca en la auditoria.
        PERFORM VARYING WS-MA-IDX FROM 1 BY 1
                UNTIL WS-MA-IDX > WS-MA-CANT
            IF WS-MAESTRO-PEDIDO = "TODOS"
                    OR WS-MAESTRO-PEDIDO = WS-MA-NOMBRE (WS-MA-IDX)
                PERFORM 0002-Aceptar-Uno
            END-IF
        END-PERFORM
        IF WS-ACEPTADOS = 0 AND WS-RC = 0
            DISPLAY "MGR049: maestro desconocido "
                WS-MAESTRO-PEDIDO
            MOVE 12 TO WS-RC
        END-IF
        .

       0002-Aceptar-Uno SECTION.
      *  La huella vieja se lee primero para dejar en el log la
      *  cantidad de registros que tenia.
        MOVE "V" TO HU-FUNCION
        MOVE WS-MA-NOMBRE (WS-MA-IDX) TO HU-MAESTRO
        MOVE "MGR049" TO HU-PROGRAMA
        MOVE WS-JOBID TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        MOVE HU-CANT-REG TO WS-AC-ANTES
        MOVE "G" TO HU-FUNCION
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR049: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Aceptar-Uno-Fin
        END-IF
        ADD 1 TO WS-ACEPTADOS
        DISPLAY "MGR049: huella de " HU-MAESTRO " aceptada con "
            HU-CANT-ACT " registros"
        MOVE WS-FECHA-HOY TO WS-AC-FECHA
        MOVE WS-HORA-HOY (1:6) TO WS-AC-HORA
        MOVE WS-JOBID TO WS-AC-OPERADOR
        MOVE HU-MAESTRO TO WS-AC-MAESTRO
        MOVE HU-CANT-ACT TO WS-AC-AHORA
        MOVE WS-MOTIVO TO WS-AC-MOTIVO
        OPEN EXTEND FD-ACEPTADAS
        IF FS-ACE = 35
            OPEN OUTPUT FD-ACEPTADAS
        END-IF
        MOVE WS-ACEPTADA-LINEA TO RG-ACEPTADA
        WRITE RG-ACEPTADA
        CLOSE FD-ACEPTADAS
        MOVE WS-FECHA-HOY TO WS-AUDIT-L-FECHA
        MOVE WS-HORA-HOY (1:6) TO WS-AUDIT-L-HORA
        MOVE WS-JOBID TO WS-AUDIT-L-JOBID
        MOVE "HUELLA" TO WS-AUDIT-L-MASTER
        MOVE HU-CANT-ACT TO WS-AUDIT-L-COUNT
        MOVE 0 TO WS-AUDIT-L-RC
        MOVE HU-MAESTRO TO WS-AUDIT-L-PERFIL
        OPEN EXTEND FD-AUDITORIA
        IF FS-AUDIT = 35
            OPEN OUTPUT FD-AUDITORIA
        END-IF
        MOVE WS-AUDIT-LINEA TO RG-AUDITORIA
        WRITE RG-AUDITORIA
        CLOSE FD-AUDITORIA
        .
       0002-Aceptar-Uno-Fin.
        EXIT.

       END PROGRAM MGR049.
