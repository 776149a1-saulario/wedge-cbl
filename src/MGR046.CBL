       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR046.
      ******************************************************************
      * Driver nocturno de todas las entidades. Recorre el registro
      * ENTIDADES (MGR045) en orden de APORD y, para cada entidad
      * activa, corre el stream de MGR001.jcl completo: fija en el
      * ambiente MGR001_ENTIDAD, MGR001_PERFIL (APPER; en blanco
      * queda el de la corrida) y MGR001_JOBID, y llama a cada
      * programa del stream con su parametro. Los COND= del JCL se
      * respetan igual que en el JCL: un paso se saltea si la prueba
      * contra el RC del paso referido da verdadera, la prueba se
      * ignora si ese paso no corrio, y un programa que no se pudo
      * cargar corta el resto del stream de esa entidad salvo el
      * paso EVEN (MGR014). Al agregar un paso a MGR001.jcl hay que
      * agregarlo tambien a WS-TABLA-PASOS-DEF.
      * Al final (o sola, con REPORTE, a la manana) emite un resumen
      * consolidado: por entidad, los pasos que corrio el driver con
      * su RC y, desde el mgr001_audit.log de la entidad, la ultima
      * linea de cada maestro del dia (hora, registros, RC) mas las
      * marcas de control (CONGELADO, FORZADO, ...). Las entidades
      * activas sin ninguna linea en el log del dia figuran como NO
      * ARRANCO.
      *   RC 8  alguna entidad activa no arranco, o no hay registro
      *   RC 4  alguna entidad con un maestro faltante o con RC <> 0
      *   1er parametro o MGR046_FUNCION   CORRER/REPORTE (default
      *                                    REPORTE)
      *   MGR001_JOBID     job id de la corrida (default USER, o
      *                    MGR046); en REPORTE, en blanco no filtra
      *   MGR046_FECHA     fecha del resumen en REPORTE (AAAAMMDD,
      *                    default hoy)
      *   MGR046_RPT       ruta del resumen (default
      *                    mgr/entidades_resumen.rpt)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "ENTIDADES-AP-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT OPTIONAL FD-AUDITORIA ASSIGN TO WS-AUDIT-PATH
            FILE STATUS IS FS-AUD
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-RESUMEN ASSIGN TO WS-RESUMEN-PATH
            FILE STATUS IS FS-RES
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "ENTIDADES-FS" IN "src/dds".
        FD FD-AUDITORIA.
        01 RG-AUDITORIA.
            05 AU-FECHA     PIC X(08).
            05 FILLER       PIC X(01).
            05 AU-HORA      PIC X(06).
            05 FILLER       PIC X(01).
            05 AU-JOBID     PIC X(08).
            05 FILLER       PIC X(01).
            05 AU-MASTER    PIC X(10).
            05 FILLER       PIC X(01).
            05 AU-COUNT     PIC X(09).
            05 FILLER       PIC X(01).
            05 AU-RC        PIC X(04).
            05 FILLER       PIC X(01).
            05 AU-PERFIL    PIC X(10).
            05 FILLER       PIC X(29).
        FD FD-RESUMEN.
        01 RG-RESUMEN       PIC X(100).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-AUD          PIC 99.
        01 FS-RES          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-FUNCION           PIC X(10).
            88 WS-FUNCION-CORRER        VALUE "CORRER".
            88 WS-FUNCION-REPORTE       VALUE "REPORTE".
        01 WS-JOBID             PIC X(08).
        01 WS-PERFIL-BASE       PIC X(08).
        01 WS-FECHA-CORRIDA     PIC X(08).
        01 WS-FECHA-FIN         PIC X(08).
        01 WS-FECHA-TXT         PIC X(08).
        01 WS-AUDIT-PATH        PIC X(200) VALUE SPACES.
        01 WS-RESUMEN-PATH      PIC X(200) VALUE SPACES.
        01 WS-ENV-VALOR         PIC X(08).
        01 WS-CMD-PARM          PIC X(10).
        01 WS-PROGRAMA          PIC X(08).
        01 WS-PROGRAMA-RC       PIC S9(9).
      *  Pasos del stream, en el orden de MGR001.jcl. Por fila:
      *  paso X(8), programa X(8), parametro X(10), COND= tipo X(2)
      *  (blanco sin COND, NE / LE, EV = EVEN), codigo 9(2) y numero
      *  de fila del paso referido 9(2).
        01 WS-TABLA-PASOS-DEF.
            05 FILLER PIC X(32) VALUE
                "STEP003 MGR032              0000".
            05 FILLER PIC X(32) VALUE
                "STEP004 MGR049            NE0001".
            05 FILLER PIC X(32) VALUE
                "STEP005 MGR009            NE0002".
            05 FILLER PIC X(32) VALUE
                "STEP007 MGR010  BACKUP    NE0003".
            05 FILLER PIC X(32) VALUE
                "STEP008 MGR017            NE0004".
            05 FILLER PIC X(32) VALUE
                "STEP009 MGR021            NE0004".
            05 FILLER PIC X(32) VALUE
                "STEP010 MGR001  IDIOMAS   NE0006".
            05 FILLER PIC X(32) VALUE
                "STEP015 MGR001  REGIONES  NE0007".
            05 FILLER PIC X(32) VALUE
                "STEP018 MGR001  MONEDAS   NE0008".
            05 FILLER PIC X(32) VALUE
                "STEP019 MGR001  CAMBIOS   NE0009".
            05 FILLER PIC X(32) VALUE
                "STEP020 MGR001  PAISES    NE0009".
            05 FILLER PIC X(32) VALUE
                "STEP025 MGR001  PAINOM    NE0011".
            05 FILLER PIC X(32) VALUE
                "STEP027 MGR001  FERIADOS  NE0011".
            05 FILLER PIC X(32) VALUE
                "STEP028 MGR001  PAIMON    NE0011".
            05 FILLER PIC X(32) VALUE
                "STEP030 MGR001  USUARIOS  NE0011".
            05 FILLER PIC X(32) VALUE
                "STEP040 MGR004            LE0815".
            05 FILLER PIC X(32) VALUE
                "STEP042 MGR043            LE0815".
            05 FILLER PIC X(32) VALUE
                "STEP045 MGR016            LE0810".
            05 FILLER PIC X(32) VALUE
                "STEP047 MGR039              0000".
            05 FILLER PIC X(32) VALUE
                "STEP090 MGR014            EV0000".
        01 WS-TABLA-PASOS REDEFINES WS-TABLA-PASOS-DEF.
            05 WS-PS-ENT OCCURS 20 TIMES.
                10 WS-PS-PASO      PIC X(08).
                10 WS-PS-PROGRAMA  PIC X(08).
                10 WS-PS-PARM      PIC X(10).
                10 WS-PS-COND      PIC X(02).
                    88 WS-PS-SIN-COND      VALUE SPACES.
                    88 WS-PS-COND-NE       VALUE "NE".
                    88 WS-PS-COND-LE       VALUE "LE".
                    88 WS-PS-COND-EVEN     VALUE "EV".
                10 WS-PS-CODIGO    PIC 9(02).
                10 WS-PS-REF       PIC 9(02).
        01 WS-PASOS-CNT         PIC 9(2) VALUE 20.
        01 WS-PS-IDX            PIC 9(2).
        01 WS-PS-REF-IDX        PIC 9(2).
        01 WS-ABEND             PIC 9(1).
        01 WS-SALTEAR           PIC 9(1).
      *  Entidades del registro, en orden de corrida
        01 WS-EN-CNT            PIC 9(3) VALUE 0.
        01 WS-EN-MAX            PIC 9(3) VALUE 99.
        01 WS-EN-IDX            PIC 9(3).
        01 WS-EN-POS            PIC 9(3).
        01 WS-TABLA-ENTIDADES.
            05 WS-EN-ENT OCCURS 99 TIMES.
                10 WS-EN-COD       PIC X(08).
                10 WS-EN-DES       PIC X(40).
                10 WS-EN-PER       PIC X(08).
                10 WS-EN-ACT       PIC 9(01).
                10 WS-EN-ORD       PIC 9(04).
                10 WS-EN-CORRIO    PIC 9(01).
                10 WS-EN-RC-MAX    PIC 9(04).
                10 WS-EN-PASO OCCURS 20 TIMES.
                    15 WS-EN-PS-ESTADO PIC X(01).
                        88 WS-EN-PS-CORRIO     VALUE "E".
                        88 WS-EN-PS-SALTEADO   VALUE "S".
                        88 WS-EN-PS-NO-CARGO   VALUE "A".
                    15 WS-EN-PS-RC     PIC 9(04).
        01 WS-EN-AUX            PIC X(166).
      *  Lineas del log de auditoria de la entidad en el resumen: los
      *  nueve maestros del stream primero, despues las marcas que
      *  aparezcan
        01 WS-AL-CNT            PIC 9(2).
        01 WS-AL-IDX            PIC 9(2).
        01 WS-AL-ENCONTRADO     PIC 9(2).
        01 WS-TABLA-AUDIT.
            05 WS-AL-ENT OCCURS 30 TIMES.
                10 WS-AL-MASTER    PIC X(10).
                10 WS-AL-VISTO     PIC 9(3).
                10 WS-AL-HORA      PIC X(06).
                10 WS-AL-COUNT     PIC X(09).
                10 WS-AL-RC        PIC 9(04).
                10 WS-AL-PERFIL    PIC X(10).
        01 WS-LINEAS-DIA        PIC 9(6).
        01 WS-MAESTROS-MAL      PIC 9(2).
        01 WS-TOT-ACTIVAS       PIC 9(3) VALUE 0.
        01 WS-TOT-COMPLETAS     PIC 9(3) VALUE 0.
        01 WS-TOT-INCOMPLETAS   PIC 9(3) VALUE 0.
        01 WS-TOT-NO-ARRANCO    PIC 9(3) VALUE 0.
        01 WS-TOT-INACTIVAS     PIC 9(3) VALUE 0.
        01 WS-ESTADO-TXT        PIC X(10).
        01 WS-LINEA-ENTIDAD.
            05 FILLER           PIC X(08) VALUE "ENTIDAD ".
            05 WS-LE-COD        PIC X(08).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LE-DES        PIC X(40).
            05 FILLER           PIC X(08) VALUE " PERFIL ".
            05 WS-LE-PER        PIC X(08).
            05 FILLER           PIC X(07) VALUE " ORDEN ".
            05 WS-LE-ORD        PIC 9(04).
        01 WS-LINEA-PASO.
            05 FILLER           PIC X(04) VALUE SPACES.
            05 WS-LP-PASO       PIC X(08).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LP-PROGRAMA   PIC X(08).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LP-PARM       PIC X(10).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LP-ESTADO     PIC X(10).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LP-RC         PIC X(04).
        01 WS-LINEA-MAESTRO.
            05 FILLER           PIC X(04) VALUE SPACES.
            05 WS-LM-MASTER     PIC X(10).
            05 FILLER           PIC X(02) VALUE SPACES.
            05 WS-LM-ESTADO     PIC X(10).
            05 FILLER           PIC X(02) VALUE SPACES.
            05 WS-LM-COUNT      PIC X(09).
            05 FILLER           PIC X(02) VALUE SPACES.
            05 WS-LM-RC         PIC X(04).
            05 FILLER           PIC X(02) VALUE SPACES.
            05 WS-LM-HORA       PIC X(06).
            05 FILLER           PIC X(02) VALUE SPACES.
            05 WS-LM-PERFIL     PIC X(10).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        IF NOT WS-FUNCION-CORRER AND NOT WS-FUNCION-REPORTE
            DISPLAY "MGR046: funcion invalida (CORRER o REPORTE)"
            MOVE 12 TO WS-RC
        ELSE
            PERFORM 0001-Cargar-Registro
            IF WS-RC = 0
                IF WS-FUNCION-CORRER
                    PERFORM 0002-Correr
                END-IF
                PERFORM 0003-Resumen
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
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR046_FUNCION"
        END-IF
        MOVE SPACES TO WS-FUNCION
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA (1:10) TO WS-FUNCION
        END-IF
        IF WS-FUNCION = SPACES
            MOVE "REPORTE" TO WS-FUNCION
        END-IF
        MOVE SPACES TO WS-JOBID
        ACCEPT WS-JOBID FROM ENVIRONMENT "MGR001_JOBID"
      *  Al correr el job id tiene que existir: es el que graban los
      *  pasos en el log y el que verifica MGR014
        IF WS-JOBID = SPACES AND WS-FUNCION-CORRER
            ACCEPT WS-JOBID FROM ENVIRONMENT "USER"
            IF WS-JOBID = SPACES
                MOVE "MGR046" TO WS-JOBID
            END-IF
        END-IF
        MOVE SPACES TO WS-PERFIL-BASE
        ACCEPT WS-PERFIL-BASE FROM ENVIRONMENT "MGR001_PERFIL"
        ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
        MOVE SPACES TO WS-FECHA-TXT
        ACCEPT WS-FECHA-TXT FROM ENVIRONMENT "MGR046_FECHA"
        IF WS-FECHA-TXT IS NUMERIC AND WS-FUNCION-REPORTE
            MOVE WS-FECHA-TXT TO WS-FECHA-CORRIDA
        END-IF
        MOVE WS-FECHA-CORRIDA TO WS-FECHA-FIN
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR046_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-RESUMEN-PATH
        END-IF
        IF WS-RESUMEN-PATH = SPACES
            MOVE "mgr/entidades_resumen.rpt" TO WS-RESUMEN-PATH
        END-IF
        .

       0001-Cargar-Registro SECTION.
        OPEN INPUT SHARING WITH ALL OTHER FD-ENTIDADES
        IF FS NOT = 0
            DISPLAY "MGR046: no se pudo abrir ENTIDADES (" FS
                ") - cargarlo con MGR045"
            MOVE 8 TO WS-RC
            GO TO 0001-Cargar-Registro-Fin
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
            IF WS-EN-CNT < WS-EN-MAX
                PERFORM 0001-Registro-Insertar
            ELSE
                DISPLAY "MGR046: registro con mas de " WS-EN-MAX
                    " entidades - se ignora " APCOD
            END-IF
            READ FD-ENTIDADES NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-ENTIDADES
        IF WS-EN-CNT = 0
            DISPLAY "MGR046: el registro ENTIDADES esta vacio"
            MOVE 8 TO WS-RC
        END-IF
        .
       0001-Cargar-Registro-Fin.
        EXIT.

      *  Insercion ordenada por APORD; a igual orden, por codigo
      *  (la lectura ya viene por codigo)
       0001-Registro-Insertar SECTION.
        MOVE 1 TO WS-EN-POS
        PERFORM UNTIL WS-EN-POS > WS-EN-CNT
                OR WS-EN-ORD (WS-EN-POS) > APORD
            ADD 1 TO WS-EN-POS
        END-PERFORM
        PERFORM VARYING WS-EN-IDX FROM WS-EN-CNT BY -1
                UNTIL WS-EN-IDX < WS-EN-POS
            MOVE WS-EN-ENT (WS-EN-IDX) TO WS-EN-AUX
            MOVE WS-EN-AUX TO WS-EN-ENT (WS-EN-IDX + 1)
        END-PERFORM
        ADD 1 TO WS-EN-CNT
        INITIALIZE WS-EN-ENT (WS-EN-POS)
        MOVE APCOD TO WS-EN-COD (WS-EN-POS)
        MOVE APDES TO WS-EN-DES (WS-EN-POS)
        MOVE APPER TO WS-EN-PER (WS-EN-POS)
        MOVE APACT TO WS-EN-ACT (WS-EN-POS)
        MOVE APORD TO WS-EN-ORD (WS-EN-POS)
        .

       0002-Correr SECTION.
        DISPLAY "MGR046: corriendo el stream para las entidades "
            "activas, job " WS-JOBID
        MOVE "MGR001_JOBID" TO WS-PARM-ENTRADA
        DISPLAY WS-PARM-ENTRADA UPON ENVIRONMENT-NAME
        MOVE WS-JOBID TO WS-ENV-VALOR
        DISPLAY WS-ENV-VALOR UPON ENVIRONMENT-VALUE
        PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                UNTIL WS-EN-IDX > WS-EN-CNT
            IF WS-EN-ACT (WS-EN-IDX) = 1
                PERFORM 0002-Correr-Entidad
            END-IF
        END-PERFORM
      *  Si la corrida paso la medianoche, las lineas del log de las
      *  ultimas entidades tienen la fecha del dia siguiente
        ACCEPT WS-FECHA-FIN FROM DATE YYYYMMDD
        .

       0002-Correr-Entidad SECTION.
        DISPLAY "=== Entidad " WS-EN-COD (WS-EN-IDX) " "
            WS-EN-DES (WS-EN-IDX)
        MOVE "MGR001_ENTIDAD" TO WS-PARM-ENTRADA
        DISPLAY WS-PARM-ENTRADA UPON ENVIRONMENT-NAME
        MOVE WS-EN-COD (WS-EN-IDX) TO WS-ENV-VALOR
        DISPLAY WS-ENV-VALOR UPON ENVIRONMENT-VALUE
        MOVE "MGR001_PERFIL" TO WS-PARM-ENTRADA
        DISPLAY WS-PARM-ENTRADA UPON ENVIRONMENT-NAME
        IF WS-EN-PER (WS-EN-IDX) NOT = SPACES
            MOVE WS-EN-PER (WS-EN-IDX) TO WS-ENV-VALOR
        ELSE
            MOVE WS-PERFIL-BASE TO WS-ENV-VALOR
        END-IF
        DISPLAY WS-ENV-VALOR UPON ENVIRONMENT-VALUE
        MOVE 1 TO WS-EN-CORRIO (WS-EN-IDX)
        MOVE 0 TO WS-EN-RC-MAX (WS-EN-IDX)
        MOVE 0 TO WS-ABEND
        PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                UNTIL WS-PS-IDX > WS-PASOS-CNT
            PERFORM 0002-Evaluar-Cond
            IF WS-SALTEAR = 1
                MOVE "S" TO WS-EN-PS-ESTADO (WS-EN-IDX, WS-PS-IDX)
                MOVE 0 TO WS-EN-PS-RC (WS-EN-IDX, WS-PS-IDX)
                DISPLAY "MGR046: " WS-EN-COD (WS-EN-IDX) " "
                    WS-PS-PASO (WS-PS-IDX) " salteado por COND"
            ELSE
                PERFORM 0002-Correr-Paso
            END-IF
        END-PERFORM
        .

      *  COND=(codigo,op,paso): el paso se saltea si "codigo op RC"
      *  es verdadero; sin efecto si el paso referido no corrio.
      *  Despues de un programa que no cargo solo corre el paso EVEN.
       0002-Evaluar-Cond SECTION.
        MOVE 0 TO WS-SALTEAR
        IF WS-ABEND = 1 AND NOT WS-PS-COND-EVEN (WS-PS-IDX)
            MOVE 1 TO WS-SALTEAR
            GO TO 0002-Evaluar-Cond-Fin
        END-IF
        IF WS-PS-SIN-COND (WS-PS-IDX) OR WS-PS-COND-EVEN (WS-PS-IDX)
            GO TO 0002-Evaluar-Cond-Fin
        END-IF
        MOVE WS-PS-REF (WS-PS-IDX) TO WS-PS-REF-IDX
        IF NOT WS-EN-PS-CORRIO (WS-EN-IDX, WS-PS-REF-IDX)
            GO TO 0002-Evaluar-Cond-Fin
        END-IF
        EVALUATE TRUE
            WHEN WS-PS-COND-NE (WS-PS-IDX)
                IF WS-PS-CODIGO (WS-PS-IDX) NOT =
                        WS-EN-PS-RC (WS-EN-IDX, WS-PS-REF-IDX)
                    MOVE 1 TO WS-SALTEAR
                END-IF
            WHEN WS-PS-COND-LE (WS-PS-IDX)
                IF WS-PS-CODIGO (WS-PS-IDX) <=
                        WS-EN-PS-RC (WS-EN-IDX, WS-PS-REF-IDX)
                    MOVE 1 TO WS-SALTEAR
                END-IF
        END-EVALUATE
        .
       0002-Evaluar-Cond-Fin.
        EXIT.

       0002-Correr-Paso SECTION.
        MOVE WS-PS-PARM (WS-PS-IDX) TO WS-CMD-PARM
        DISPLAY WS-CMD-PARM UPON COMMAND-LINE
        MOVE WS-PS-PROGRAMA (WS-PS-IDX) TO WS-PROGRAMA
        MOVE 0 TO RETURN-CODE
        CALL WS-PROGRAMA
            ON EXCEPTION
                DISPLAY "MGR046: no se pudo cargar " WS-PROGRAMA
                    " - se corta el stream de " WS-EN-COD (WS-EN-IDX)
                MOVE "A" TO WS-EN-PS-ESTADO (WS-EN-IDX, WS-PS-IDX)
                MOVE 16 TO WS-EN-PS-RC (WS-EN-IDX, WS-PS-IDX)
                MOVE 1 TO WS-ABEND
            NOT ON EXCEPTION
                MOVE RETURN-CODE TO WS-PROGRAMA-RC
                MOVE "E" TO WS-EN-PS-ESTADO (WS-EN-IDX, WS-PS-IDX)
                MOVE WS-PROGRAMA-RC TO
                    WS-EN-PS-RC (WS-EN-IDX, WS-PS-IDX)
        END-CALL
        IF WS-EN-PS-RC (WS-EN-IDX, WS-PS-IDX) >
                WS-EN-RC-MAX (WS-EN-IDX)
            MOVE WS-EN-PS-RC (WS-EN-IDX, WS-PS-IDX) TO
                WS-EN-RC-MAX (WS-EN-IDX)
        END-IF
        DISPLAY "MGR046: " WS-EN-COD (WS-EN-IDX) " "
            WS-PS-PASO (WS-PS-IDX) " " WS-PROGRAMA " "
            WS-CMD-PARM " RC " WS-EN-PS-RC (WS-EN-IDX, WS-PS-IDX)
      *  Cada paso arranca limpio, como en el JCL: se descargan el
      *  programa y las rutinas que guardan rutas o tablas de la
      *  entidad en memoria
        CANCEL WS-PROGRAMA
        CANCEL "MGR033"
        CANCEL "MGR034"
        CANCEL "MGR044"
        CANCEL "MGR048"
        MOVE 0 TO RETURN-CODE
        .

       0003-Resumen SECTION.
        OPEN OUTPUT FD-RESUMEN
        IF FS-RES NOT = 0
            DISPLAY "MGR046: no se pudo abrir " WS-RESUMEN-PATH
                " (" FS-RES ")"
            MOVE 8 TO WS-RC
            GO TO 0003-Resumen-Fin
        END-IF
        MOVE SPACES TO RG-RESUMEN
        IF WS-JOBID = SPACES
            STRING "MGR046 - RESUMEN DE ENTIDADES  FECHA "
                WS-FECHA-CORRIDA "  JOB (todos)"
                DELIMITED BY SIZE INTO RG-RESUMEN
        ELSE
            STRING "MGR046 - RESUMEN DE ENTIDADES  FECHA "
                WS-FECHA-CORRIDA "  JOB " WS-JOBID
                DELIMITED BY SIZE INTO RG-RESUMEN
        END-IF
        WRITE RG-RESUMEN
        PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                UNTIL WS-EN-IDX > WS-EN-CNT
            PERFORM 0003-Resumen-Entidad
        END-PERFORM
        MOVE SPACES TO RG-RESUMEN
        WRITE RG-RESUMEN
        MOVE SPACES TO RG-RESUMEN
        STRING "ACTIVAS " WS-TOT-ACTIVAS
            "  COMPLETAS " WS-TOT-COMPLETAS
            "  INCOMPLETAS " WS-TOT-INCOMPLETAS
            "  NO ARRANCARON " WS-TOT-NO-ARRANCO
            "  INACTIVAS " WS-TOT-INACTIVAS
            DELIMITED BY SIZE INTO RG-RESUMEN
        WRITE RG-RESUMEN
        DISPLAY RG-RESUMEN
        CLOSE FD-RESUMEN
        DISPLAY "Resumen de entidades en " WS-RESUMEN-PATH
        IF WS-TOT-NO-ARRANCO > 0
            DISPLAY "MGR046: " WS-TOT-NO-ARRANCO
                " entidad(es) activa(s) no arrancaron"
            MOVE 8 TO WS-RC
        ELSE
            IF WS-TOT-INCOMPLETAS > 0
                MOVE 4 TO WS-RC
            END-IF
        END-IF
        .
       0003-Resumen-Fin.
        EXIT.

       0003-Resumen-Entidad SECTION.
        MOVE SPACES TO RG-RESUMEN
        WRITE RG-RESUMEN
        MOVE WS-EN-COD (WS-EN-IDX) TO WS-LE-COD
        MOVE WS-EN-DES (WS-EN-IDX) TO WS-LE-DES
        MOVE WS-EN-PER (WS-EN-IDX) TO WS-LE-PER
        MOVE WS-EN-ORD (WS-EN-IDX) TO WS-LE-ORD
        MOVE WS-LINEA-ENTIDAD TO RG-RESUMEN
        WRITE RG-RESUMEN
        IF WS-EN-ACT (WS-EN-IDX) NOT = 1
            ADD 1 TO WS-TOT-INACTIVAS
            MOVE "    ESTADO: INACTIVA" TO RG-RESUMEN
            WRITE RG-RESUMEN
            GO TO 0003-Resumen-Entidad-Fin
        END-IF
        ADD 1 TO WS-TOT-ACTIVAS
        PERFORM 0003-Leer-Auditoria

        MOVE 0 TO WS-MAESTROS-MAL
        PERFORM VARYING WS-AL-IDX FROM 1 BY 1 UNTIL WS-AL-IDX > 9
            IF WS-AL-VISTO (WS-AL-IDX) = 0
                    OR WS-AL-RC (WS-AL-IDX) NOT = 0
                ADD 1 TO WS-MAESTROS-MAL
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-LINEAS-DIA = 0
                MOVE "NO ARRANCO" TO WS-ESTADO-TXT
                ADD 1 TO WS-TOT-NO-ARRANCO
            WHEN WS-MAESTROS-MAL > 0
                MOVE "INCOMPLETA" TO WS-ESTADO-TXT
                ADD 1 TO WS-TOT-INCOMPLETAS
            WHEN OTHER
                MOVE "COMPLETA" TO WS-ESTADO-TXT
                ADD 1 TO WS-TOT-COMPLETAS
        END-EVALUATE
        MOVE SPACES TO RG-RESUMEN
        STRING "    ESTADO: " WS-ESTADO-TXT
            DELIMITED BY SIZE INTO RG-RESUMEN
        WRITE RG-RESUMEN
        DISPLAY "MGR046: entidad " WS-EN-COD (WS-EN-IDX) " "
            WS-ESTADO-TXT

        IF WS-EN-CORRIO (WS-EN-IDX) = 1
            MOVE "    PASO     PROGRAMA PARAMETRO  ESTADO     RC"
                TO RG-RESUMEN
            WRITE RG-RESUMEN
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                    UNTIL WS-PS-IDX > WS-PASOS-CNT
                PERFORM 0003-Resumen-Paso
            END-PERFORM
        END-IF

        IF WS-LINEAS-DIA > 0
            MOVE "    MAESTRO     ESTADO      REGISTROS  RC    HORA"
                TO RG-RESUMEN
            WRITE RG-RESUMEN
            PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                    UNTIL WS-AL-IDX > WS-AL-CNT
                PERFORM 0003-Resumen-Maestro
            END-PERFORM
        END-IF
        .
       0003-Resumen-Entidad-Fin.
        EXIT.

       0003-Resumen-Paso SECTION.
        MOVE WS-PS-PASO (WS-PS-IDX) TO WS-LP-PASO
        MOVE WS-PS-PROGRAMA (WS-PS-IDX) TO WS-LP-PROGRAMA
        MOVE WS-PS-PARM (WS-PS-IDX) TO WS-LP-PARM
        MOVE SPACES TO WS-LP-RC
        EVALUATE TRUE
            WHEN WS-EN-PS-CORRIO (WS-EN-IDX, WS-PS-IDX)
                MOVE "EJECUTADO" TO WS-LP-ESTADO
                MOVE WS-EN-PS-RC (WS-EN-IDX, WS-PS-IDX) TO WS-LP-RC
            WHEN WS-EN-PS-NO-CARGO (WS-EN-IDX, WS-PS-IDX)
                MOVE "NO CARGO" TO WS-LP-ESTADO
            WHEN OTHER
                MOVE "SALTEADO" TO WS-LP-ESTADO
        END-EVALUATE
        MOVE WS-LINEA-PASO TO RG-RESUMEN
        WRITE RG-RESUMEN
        .

       0003-Resumen-Maestro SECTION.
        MOVE WS-AL-MASTER (WS-AL-IDX) TO WS-LM-MASTER
        MOVE WS-AL-COUNT (WS-AL-IDX) TO WS-LM-COUNT
        MOVE WS-AL-HORA (WS-AL-IDX) TO WS-LM-HORA
        MOVE SPACES TO WS-LM-PERFIL
        MOVE SPACES TO WS-LM-RC
        EVALUATE TRUE
            WHEN WS-AL-VISTO (WS-AL-IDX) = 0
                MOVE "FALTANTE" TO WS-LM-ESTADO
            WHEN WS-AL-IDX > 9
      *        Marca de control: en la columna de perfil va el
      *        maestro afectado
                MOVE "MARCA" TO WS-LM-ESTADO
                MOVE WS-AL-RC (WS-AL-IDX) TO WS-LM-RC
                MOVE WS-AL-PERFIL (WS-AL-IDX) TO WS-LM-PERFIL
            WHEN WS-AL-RC (WS-AL-IDX) NOT = 0
                MOVE "FALLIDO" TO WS-LM-ESTADO
                MOVE WS-AL-RC (WS-AL-IDX) TO WS-LM-RC
            WHEN OTHER
                MOVE "OK" TO WS-LM-ESTADO
                MOVE WS-AL-RC (WS-AL-IDX) TO WS-LM-RC
        END-EVALUATE
        MOVE WS-LINEA-MAESTRO TO RG-RESUMEN
        WRITE RG-RESUMEN
        .

       0003-Leer-Auditoria SECTION.
        MOVE "MGR001_ENTIDAD" TO WS-PARM-ENTRADA
        DISPLAY WS-PARM-ENTRADA UPON ENVIRONMENT-NAME
        MOVE WS-EN-COD (WS-EN-IDX) TO WS-ENV-VALOR
        DISPLAY WS-ENV-VALOR UPON ENVIRONMENT-VALUE
        PERFORM 0000-Entidad-Resolver
        MOVE WS-RUTA-AUDITORIA TO WS-AUDIT-PATH
        INITIALIZE WS-TABLA-AUDIT
        MOVE "IDIOMAS" TO WS-AL-MASTER (1)
        MOVE "REGIONES" TO WS-AL-MASTER (2)
        MOVE "MONEDAS" TO WS-AL-MASTER (3)
        MOVE "CAMBIOS" TO WS-AL-MASTER (4)
        MOVE "PAISES" TO WS-AL-MASTER (5)
        MOVE "PAINOM" TO WS-AL-MASTER (6)
        MOVE "FERIADOS" TO WS-AL-MASTER (7)
        MOVE "PAIMON" TO WS-AL-MASTER (8)
        MOVE "USUARIOS" TO WS-AL-MASTER (9)
        MOVE 9 TO WS-AL-CNT
        MOVE 0 TO WS-LINEAS-DIA
        OPEN INPUT FD-AUDITORIA
        IF FS-AUD NOT = 0 AND FS-AUD NOT = 5
            GO TO 0003-Leer-Auditoria-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-AUDITORIA
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF AU-FECHA >= WS-FECHA-CORRIDA
                    AND AU-FECHA <= WS-FECHA-FIN AND AU-RC IS NUMERIC
                    AND (WS-JOBID = SPACES OR AU-JOBID = WS-JOBID)
                ADD 1 TO WS-LINEAS-DIA
                PERFORM 0003-Acumular-Linea
            END-IF
            READ FD-AUDITORIA
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-AUDITORIA
        .
       0003-Leer-Auditoria-Fin.
        EXIT.

      *  La ultima linea del dia de cada maestro manda, como en
      *  MGR014: un rerun que termino bien pisa el intento fallido
       0003-Acumular-Linea SECTION.
        MOVE 0 TO WS-AL-ENCONTRADO
        PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                UNTIL WS-AL-IDX > WS-AL-CNT OR WS-AL-ENCONTRADO > 0
            IF AU-MASTER = WS-AL-MASTER (WS-AL-IDX)
                MOVE WS-AL-IDX TO WS-AL-ENCONTRADO
            END-IF
        END-PERFORM
        IF WS-AL-ENCONTRADO = 0
            IF WS-AL-CNT < 30
                ADD 1 TO WS-AL-CNT
                MOVE WS-AL-CNT TO WS-AL-ENCONTRADO
                MOVE AU-MASTER TO WS-AL-MASTER (WS-AL-ENCONTRADO)
            ELSE
                GO TO 0003-Acumular-Linea-Fin
            END-IF
        END-IF
        ADD 1 TO WS-AL-VISTO (WS-AL-ENCONTRADO)
        MOVE AU-HORA TO WS-AL-HORA (WS-AL-ENCONTRADO)
        MOVE AU-COUNT TO WS-AL-COUNT (WS-AL-ENCONTRADO)
        MOVE AU-RC TO WS-AL-RC (WS-AL-ENCONTRADO)
        MOVE AU-PERFIL TO WS-AL-PERFIL (WS-AL-ENCONTRADO)
        .
       0003-Acumular-Linea-Fin.
        EXIT.

       END PROGRAM MGR046.
