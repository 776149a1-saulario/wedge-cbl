       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR047.
      ******************************************************************
      * Comparacion y promocion de datos de referencia entre dos
      * entidades (tipicamente de TEST, donde se preparan las
      * correcciones, a 0001). Cubre IDIOMAS, REGIONES, MONEDAS,
      * PAISES y PAINOM, en ese orden, para que un padre promovido
      * ya este en el destino cuando se valida el hijo.
      *   COMPARAR  lista campo por campo las altas (clave solo en el
      *             origen), cambios y bajas (clave activa solo en el
      *             destino) y deja un archivo de candidatos con una
      *             linea por clave; no modifica nada
      *   PROMOVER  vuelve a comparar y aplica al destino solo las
      *             diferencias elegidas en el archivo de seleccion
      *             (las lineas del de candidatos que se quieran; en
      *             la clave, "*" elige todo el maestro). La alta y el
      *             cambio copian la imagen del origen; la baja pone
      *             el indicador de activo en 0, como la baja de las
      *             cargas. PAISES y PAINOM se validan contra REGIONES,
      *             MONEDAS, PAISES e IDIOMAS del destino. Los cambios
      *             de PAISES quedan en PAIHIST con accion P
      *             (promocion).
      * Un maestro del destino en carga (CARGAS) o congelado
      * (MGR044) no se toca (RC 12); mientras se promueve, la
      * bandera de CARGAS queda tomada para el maestro como en una
      * carga. Cada maestro promovido deja en mgr001_audit.log del
      * destino una linea PROMOCION (el maestro va en la columna
      * del perfil), que MGR014 no cuenta como carga.
      * Con MGR047_SIMULAR=S la promocion solo imprime el plan: que
      * se promoveria y que se rechazaria, sin tomar CARGAS ni
      * grabar nada. El congelamiento no se consulta en la
      * simulacion (la consulta registra las negativas).
      *   RC 4   diferencias elegidas rechazadas o selecciones sin
      *          diferencia
      *   RC 8   error de archivos o maestro inexistente en origen
      *   RC 12  funcion o entidades invalidas, maestro en carga o
      *          congelado
      *   1er parametro o MGR047_FUNCION   COMPARAR/PROMOVER
      *   MGR047_ORIGEN      entidad origen (obligatoria)
      *   MGR047_DESTINO     entidad destino (default MGR001_ENTIDAD)
      *   MGR047_MAESTROS    maestros a tratar separados por coma
      *                      (default los cinco)
      *   MGR047_SELECCION   archivo de seleccion (default
      *                      promocion_seleccion.txt del destino)
      *   MGR047_SIMULAR     S = simulacion de la promocion
      *   MGR047_RPT         listado (default promocion.rpt del
      *                      destino)
      *   MGR047_CANDIDATOS  candidatos (default
      *                      promocion_candidatos.txt del destino)
      *   MGR001_JOBID       job id para PAIHIST, CARGAS y auditoria
      *   MGR001_EMERGENCIA  motivo para promover dentro de una
      *                      ventana de congelamiento
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "IDIOMAS-AA-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "REGIONES-AE-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "MONEDAS-AH-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAISES-AB-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAINOM-AF-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIHIST-AD-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CARGAS-AG-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-EXTRACTO ASSIGN TO WS-EXTRACTO-PATH
            FILE STATUS IS FS-EXT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-DIFERENCIAS ASSIGN TO WS-DIFERENCIAS-PATH
            FILE STATUS IS FS-DIF
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT OPTIONAL FD-SELECCION ASSIGN TO WS-SELECCION-PATH
            FILE STATUS IS FS-SEL
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CANDIDATOS ASSIGN TO WS-CANDIDATOS-PATH
            FILE STATUS IS FS-CAN
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-LISTADO ASSIGN TO WS-LISTADO-PATH
            FILE STATUS IS FS-LIS
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-AUDITORIA ASSIGN TO WS-RUTA-AUDITORIA
            FILE STATUS IS FS-AUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "IDIOMAS-FS" IN "src/dds".
        COPY "REGIONES-FS" IN "src/dds".
        COPY "MONEDAS-FS" IN "src/dds".
        COPY "PAISES-FS" IN "src/dds".
        COPY "PAINOM-FS" IN "src/dds".
        COPY "PAIHIST-FS" IN "src/dds".
        COPY "CARGAS-FS" IN "src/dds".
        FD FD-EXTRACTO.
        01 RG-EXTRACTO      PIC X(62).
        FD FD-DIFERENCIAS.
        01 RG-DIFERENCIA.
            05 DF-TIPO      PIC X(06).
            05 DF-CLAVE     PIC X(10).
            05 DF-ORI       PIC X(62).
            05 DF-DES       PIC X(62).
        FD FD-SELECCION.
        01 RG-SELECCION.
            05 SL-MAESTRO   PIC X(10).
            05 FILLER       PIC X(01).
            05 SL-CLAVE     PIC X(10).
            05 FILLER       PIC X(59).
        FD FD-CANDIDATOS.
        01 RG-CANDIDATO     PIC X(80).
        FD FD-LISTADO.
        01 RG-LISTADO       PIC X(132).
        FD FD-AUDITORIA.
        01 RG-AUDITORIA     PIC X(100).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-EXT          PIC 99.
        01 FS-DIF          PIC 99.
        01 FS-SEL          PIC 99.
        01 FS-CAN          PIC 99.
        01 FS-LIS          PIC 99.
        01 FS-AUDIT        PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-FUNCION           PIC X(10).
            88 WS-FUNCION-COMPARAR      VALUE "COMPARAR".
            88 WS-FUNCION-PROMOVER      VALUE "PROMOVER".
        01 WS-SIMULAR           PIC X(01) VALUE "N".
            88 WS-SIMULACION            VALUE "S".
        01 WS-ORIGEN            PIC X(08).
        01 WS-DESTINO           PIC X(08).
        01 WS-MAESTROS-PEDIDOS  PIC X(80).
        01 WS-JOBID             PIC X(08).
        01 WS-ENV-VALOR         PIC X(08).
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-EXTRACTO-PATH     PIC X(200) VALUE SPACES.
        01 WS-DIFERENCIAS-PATH  PIC X(200) VALUE SPACES.
        01 WS-SELECCION-PATH    PIC X(200) VALUE SPACES.
        01 WS-CANDIDATOS-PATH   PIC X(200) VALUE SPACES.
        01 WS-LISTADO-PATH      PIC X(200) VALUE SPACES.
      *  Maestros tratados. Por fila: nombre X(10), largo de la
      *  clave, largo de la imagen, primera fila de campos, cantidad
      *  de campos y posicion del indicador de activo, 9(2) c/u.
        01 WS-TABLA-MAESTROS-DEF.
            05 FILLER PIC X(20) VALUE "IDIOMAS   0243010343".
            05 FILLER PIC X(20) VALUE "REGIONES  0243040343".
            05 FILLER PIC X(20) VALUE "MONEDAS   0348070548".
            05 FILLER PIC X(20) VALUE "PAISES    0262120849".
            05 FILLER PIC X(20) VALUE "PAINOM    0445200445".
        01 WS-TABLA-MAESTROS REDEFINES WS-TABLA-MAESTROS-DEF.
            05 WS-MA-ENT OCCURS 5 TIMES.
                10 WS-MA-NOMBRE    PIC X(10).
                10 WS-MA-LCLAVE    PIC 9(02).
                10 WS-MA-LIMAGEN   PIC 9(02).
                10 WS-MA-CAMPO1    PIC 9(02).
                10 WS-MA-CAMPOS    PIC 9(02).
                10 WS-MA-POSACT    PIC 9(02).
        01 WS-MA-IDX            PIC 9(1).
      *  Campos de cada maestro: nombre X(8), posicion y largo en la
      *  imagen del registro, 9(2) c/u
        01 WS-TABLA-CAMPOS-DEF.
            05 FILLER PIC X(12) VALUE "AACOD   0102".
            05 FILLER PIC X(12) VALUE "AANOM   0340".
            05 FILLER PIC X(12) VALUE "AAACT   4301".
            05 FILLER PIC X(12) VALUE "AECOD   0102".
            05 FILLER PIC X(12) VALUE "AEDES   0340".
            05 FILLER PIC X(12) VALUE "AEACT   4301".
            05 FILLER PIC X(12) VALUE "AHCOD   0103".
            05 FILLER PIC X(12) VALUE "AHNUM   0403".
            05 FILLER PIC X(12) VALUE "AHDES   0740".
            05 FILLER PIC X(12) VALUE "AHDEC   4701".
            05 FILLER PIC X(12) VALUE "AHACT   4801".
            05 FILLER PIC X(12) VALUE "ABCOD   0102".
            05 FILLER PIC X(12) VALUE "ABNOM   0340".
            05 FILLER PIC X(12) VALUE "ABCD3   4303".
            05 FILLER PIC X(12) VALUE "ABNUM   4603".
            05 FILLER PIC X(12) VALUE "ABACT   4901".
            05 FILLER PIC X(12) VALUE "ABREG   5002".
            05 FILLER PIC X(12) VALUE "ABFEC   5208".
            05 FILLER PIC X(12) VALUE "ABMON   6003".
            05 FILLER PIC X(12) VALUE "AFPAI   0102".
            05 FILLER PIC X(12) VALUE "AFIDI   0302".
            05 FILLER PIC X(12) VALUE "AFNOM   0540".
            05 FILLER PIC X(12) VALUE "AFACT   4501".
        01 WS-TABLA-CAMPOS REDEFINES WS-TABLA-CAMPOS-DEF.
            05 WS-CA-ENT OCCURS 23 TIMES.
                10 WS-CA-NOMBRE    PIC X(08).
                10 WS-CA-POS       PIC 9(02).
                10 WS-CA-LARGO     PIC 9(02).
        01 WS-CA-IDX            PIC 9(2).
        01 WS-CA-ULTIMO         PIC 9(2).
        01 WS-CA-POS-W          PIC 9(2).
        01 WS-CA-LARGO-W        PIC 9(2).
      *  Rutas de los maestros en cada entidad
        01 WS-TABLA-RUTAS.
            05 WS-RT-ENT OCCURS 5 TIMES.
                10 WS-RT-ORIGEN    PIC X(200).
                10 WS-RT-DESTINO   PIC X(200).
        01 WS-MAESTRO-ELEGIDO   PIC 9(1).
        01 WS-TALLY             PIC 9(3).
      *  Seleccion de la promocion
        01 WS-SE-CNT            PIC 9(4) VALUE 0.
        01 WS-SE-MAX            PIC 9(4) VALUE 2000.
        01 WS-SE-IDX            PIC 9(4).
        01 WS-TABLA-SELECCION.
            05 WS-SE-ENT OCCURS 2000 TIMES.
                10 WS-SE-MAESTRO   PIC X(10).
                10 WS-SE-CLAVE     PIC X(10).
                10 WS-SE-USADA     PIC 9(1).
        01 WS-SELECCIONADA      PIC 9(1).
        01 WS-MAESTRO-EN-SEL    PIC 9(1).
      *  Comparacion
        01 WS-IMAGEN            PIC X(62).
        01 WS-IMG-ORI           PIC X(62).
        01 WS-IMG-DES           PIC X(62).
        01 WS-CLAVE-ORI         PIC X(10).
        01 WS-CLAVE-DES         PIC X(10).
        01 WS-EOF-ORI           PIC 9(1).
        01 WS-EOF-DES           PIC 9(1).
        01 WS-EXISTE            PIC 9(1).
        01 WS-FS-APERTURA       PIC 99.
        01 WS-GRABO             PIC 9(1).
        01 WS-ORIGEN-OK         PIC 9(1).
        01 WS-CARGA-LIBRE       PIC 9(1).
        01 WS-CARGA-MAESTRO     PIC X(10).
        01 WS-CONGELA.
        COPY "CONGELA-LK" IN "src/dds".
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-MOTIVO-REJ        PIC X(30).
        01 WS-ACCION-TXT        PIC X(14).
        01 WS-CNT-ALTAS         PIC 9(7).
        01 WS-CNT-CAMBIOS       PIC 9(7).
        01 WS-CNT-BAJAS         PIC 9(7).
        01 WS-CNT-PROMOVIDOS    PIC 9(7).
        01 WS-CNT-RECHAZADOS    PIC 9(7).
        01 WS-TOT-DIFERENCIAS   PIC 9(7) VALUE 0.
        01 WS-TOT-PROMOVIDOS    PIC 9(7) VALUE 0.
        01 WS-TOT-RECHAZADOS    PIC 9(7) VALUE 0.
        01 WS-HIST-SEQ          PIC 9(4) VALUE 0.
        01 WS-HIST-HORA         PIC 9(8).
        01 WS-HIST-INTENTOS     PIC 9(1).
        01 WS-HIST-GRABADO      PIC 9(1).
        01 WS-AUDIT-FECHA       PIC 9(8).
        01 WS-AUDIT-HORA        PIC 9(8).
        01 WS-AUDIT-RC          PIC 9(4).
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
        01 WS-LINEA-DIF.
            05 WS-LD-MAESTRO    PIC X(10).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LD-CLAVE      PIC X(10).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LD-TIPO       PIC X(06).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LD-CAMPO      PIC X(08).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LD-ORIGEN     PIC X(40).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LD-DESTINO    PIC X(40).
        01 WS-LINEA-CAND.
            05 WS-LC-MAESTRO    PIC X(10).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LC-CLAVE      PIC X(10).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LC-TIPO       PIC X(06).
        01 WS-LINEA-ACCION.
            05 FILLER           PIC X(02) VALUE SPACES.
            05 WS-LA-ACCION     PIC X(14).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LA-MAESTRO    PIC X(10).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LA-CLAVE      PIC X(10).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LA-TIPO       PIC X(06).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-LA-MOTIVO     PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        EVALUATE TRUE
            WHEN NOT WS-FUNCION-COMPARAR AND NOT WS-FUNCION-PROMOVER
                DISPLAY "MGR047: funcion invalida (COMPARAR o "
                    "PROMOVER)"
                MOVE 12 TO WS-RC
            WHEN WS-ORIGEN = SPACES
                DISPLAY "MGR047: falta MGR047_ORIGEN"
                MOVE 12 TO WS-RC
            WHEN WS-ORIGEN = WS-DESTINO
                DISPLAY "MGR047: origen y destino son la misma "
                    "entidad (" WS-ORIGEN ")"
                MOVE 12 TO WS-RC
            WHEN OTHER
                PERFORM 0000-Rutas-Resolver
                PERFORM 0001-Procesar
        END-EVALUATE
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR047_FUNCION"
        END-IF
        MOVE SPACES TO WS-FUNCION
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA (1:10) TO WS-FUNCION
        END-IF
        IF WS-FUNCION = SPACES
            MOVE "COMPARAR" TO WS-FUNCION
        END-IF
        MOVE SPACES TO WS-ORIGEN
        ACCEPT WS-ORIGEN FROM ENVIRONMENT "MGR047_ORIGEN"
        MOVE SPACES TO WS-DESTINO
        ACCEPT WS-DESTINO FROM ENVIRONMENT "MGR047_DESTINO"
        IF WS-DESTINO = SPACES
            MOVE WS-ENTIDAD TO WS-DESTINO
        END-IF
        MOVE SPACES TO WS-MAESTROS-PEDIDOS
        ACCEPT WS-MAESTROS-PEDIDOS FROM ENVIRONMENT
            "MGR047_MAESTROS"
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR047_SIMULAR"
        IF WS-PARM-ENTRADA (1:1) = "S"
            MOVE "S" TO WS-SIMULAR
        END-IF
        MOVE SPACES TO WS-JOBID
        ACCEPT WS-JOBID FROM ENVIRONMENT "MGR001_JOBID"
        IF WS-JOBID = SPACES
            ACCEPT WS-JOBID FROM ENVIRONMENT "USER"
        END-IF
        IF WS-JOBID = SPACES
            MOVE "MGR047" TO WS-JOBID
        END-IF
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        .

       0000-Rutas-Resolver SECTION.
      *  Las rutas de los cinco maestros en el origen se guardan
      *  aparte; el resto (CARGAS, PAIHIST, auditoria, archivos de
      *  trabajo) es del destino, que queda ademas en el ambiente
      *  para la rutina de congelamiento.
        MOVE "MGR001_ENTIDAD" TO WS-PARM-ENTRADA
        DISPLAY WS-PARM-ENTRADA UPON ENVIRONMENT-NAME
        MOVE WS-ORIGEN TO WS-ENV-VALOR
        DISPLAY WS-ENV-VALOR UPON ENVIRONMENT-VALUE
        PERFORM 0000-Entidad-Resolver
        MOVE WS-RUTA-IDIOMAS TO WS-RT-ORIGEN (1)
        MOVE WS-RUTA-REGIONES TO WS-RT-ORIGEN (2)
        MOVE WS-RUTA-MONEDAS TO WS-RT-ORIGEN (3)
        MOVE WS-RUTA-PAISES TO WS-RT-ORIGEN (4)
        MOVE WS-RUTA-PAINOM TO WS-RT-ORIGEN (5)
        MOVE "MGR001_ENTIDAD" TO WS-PARM-ENTRADA
        DISPLAY WS-PARM-ENTRADA UPON ENVIRONMENT-NAME
        MOVE WS-DESTINO TO WS-ENV-VALOR
        DISPLAY WS-ENV-VALOR UPON ENVIRONMENT-VALUE
        PERFORM 0000-Entidad-Resolver
        MOVE WS-RUTA-IDIOMAS TO WS-RT-DESTINO (1)
        MOVE WS-RUTA-REGIONES TO WS-RT-DESTINO (2)
        MOVE WS-RUTA-MONEDAS TO WS-RT-DESTINO (3)
        MOVE WS-RUTA-PAISES TO WS-RT-DESTINO (4)
        MOVE WS-RUTA-PAINOM TO WS-RT-DESTINO (5)

        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR047_SELECCION"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-SELECCION-PATH
        ELSE
            MOVE "promocion_seleccion.txt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-SELECCION-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR047_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-LISTADO-PATH
        ELSE
            MOVE "promocion.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-LISTADO-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR047_CANDIDATOS"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-CANDIDATOS-PATH
        ELSE
            MOVE "promocion_candidatos.txt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-CANDIDATOS-PATH
        END-IF
        MOVE "promocion_extracto.wrk" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-EXTRACTO-PATH
        MOVE "promocion_diferencias.wrk" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-DIFERENCIAS-PATH
        .

      *  Apunta el FD del maestro WS-MA-IDX al origen o al destino
       0000-Ruta-Origen SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1 MOVE WS-RT-ORIGEN (1) TO WS-RUTA-IDIOMAS
            WHEN 2 MOVE WS-RT-ORIGEN (2) TO WS-RUTA-REGIONES
            WHEN 3 MOVE WS-RT-ORIGEN (3) TO WS-RUTA-MONEDAS
            WHEN 4 MOVE WS-RT-ORIGEN (4) TO WS-RUTA-PAISES
            WHEN 5 MOVE WS-RT-ORIGEN (5) TO WS-RUTA-PAINOM
        END-EVALUATE
        .

       0000-Ruta-Destino SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1 MOVE WS-RT-DESTINO (1) TO WS-RUTA-IDIOMAS
            WHEN 2 MOVE WS-RT-DESTINO (2) TO WS-RUTA-REGIONES
            WHEN 3 MOVE WS-RT-DESTINO (3) TO WS-RUTA-MONEDAS
            WHEN 4 MOVE WS-RT-DESTINO (4) TO WS-RUTA-PAISES
            WHEN 5 MOVE WS-RT-DESTINO (5) TO WS-RUTA-PAINOM
        END-EVALUATE
        .

       0000-Auditoria-Registrar SECTION.
      *  Linea PROMOCION en mgr001_audit.log del destino, con el
      *  maestro en la columna del perfil (como CONGELADO).
        ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
        ACCEPT WS-AUDIT-HORA FROM TIME
        MOVE WS-AUDIT-FECHA TO WS-AUDIT-L-FECHA
        MOVE WS-AUDIT-HORA (1:6) TO WS-AUDIT-L-HORA
        MOVE WS-JOBID TO WS-AUDIT-L-JOBID
        MOVE "PROMOCION" TO WS-AUDIT-L-MASTER
        MOVE WS-CNT-PROMOVIDOS TO WS-AUDIT-L-COUNT
        MOVE WS-AUDIT-RC TO WS-AUDIT-L-RC
        MOVE WS-MA-NOMBRE (WS-MA-IDX) TO WS-AUDIT-L-PERFIL
        OPEN EXTEND FD-AUDITORIA
        IF FS-AUDIT = 35
            OPEN OUTPUT FD-AUDITORIA
        END-IF
        MOVE WS-AUDIT-LINEA TO RG-AUDITORIA
        WRITE RG-AUDITORIA
        CLOSE FD-AUDITORIA
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR047" TO HU-PROGRAMA
        MOVE WS-JOBID TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR047: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Procesar SECTION.
        IF WS-FUNCION-PROMOVER
            PERFORM 0001-Cargar-Seleccion
            IF WS-RC > 4
                GO TO 0001-Procesar-Fin
            END-IF
        END-IF
        OPEN OUTPUT FD-LISTADO
        IF FS-LIS NOT = 0
            DISPLAY "MGR047: no se pudo abrir " WS-LISTADO-PATH
                " (" FS-LIS ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Procesar-Fin
        END-IF
        OPEN OUTPUT FD-CANDIDATOS
        MOVE SPACES TO RG-LISTADO
        STRING "MGR047 - " WS-FUNCION " " FUNCTION TRIM (WS-ORIGEN)
            " -> " FUNCTION TRIM (WS-DESTINO)
            "  FECHA " WS-FECHA-HOY "  JOB " WS-JOBID
            DELIMITED BY SIZE INTO RG-LISTADO
        WRITE RG-LISTADO
        IF WS-FUNCION-PROMOVER AND WS-SIMULACION
            MOVE "SIMULACION: NO SE MODIFICA NINGUN MAESTRO"
                TO RG-LISTADO
            WRITE RG-LISTADO
        END-IF
        MOVE SPACES TO RG-LISTADO
        WRITE RG-LISTADO
        MOVE "MAESTRO    CLAVE      TIPO   CAMPO    ORIGEN" TO
            RG-LISTADO
        MOVE "DESTINO" TO RG-LISTADO (80:7)
        WRITE RG-LISTADO

        PERFORM VARYING WS-MA-IDX FROM 1 BY 1 UNTIL WS-MA-IDX > 5
            PERFORM 0001-Maestro-Elegido
            IF WS-MAESTRO-ELEGIDO = 1
                PERFORM 0002-Comparar-Maestro
                IF WS-FUNCION-PROMOVER AND WS-ORIGEN-OK = 1
                    PERFORM 0003-Promover-Maestro
                END-IF
            END-IF
        END-PERFORM

        IF WS-FUNCION-PROMOVER
            PERFORM 0001-Seleccion-Sobrante
        END-IF
        MOVE SPACES TO RG-LISTADO
        WRITE RG-LISTADO
        MOVE SPACES TO RG-LISTADO
        IF WS-FUNCION-PROMOVER
            IF WS-SIMULACION
                STRING "DIFERENCIAS " WS-TOT-DIFERENCIAS
                    "  SE PROMOVERIAN " WS-TOT-PROMOVIDOS
                    "  SE RECHAZARIAN " WS-TOT-RECHAZADOS
                    DELIMITED BY SIZE INTO RG-LISTADO
            ELSE
                STRING "DIFERENCIAS " WS-TOT-DIFERENCIAS
                    "  PROMOVIDAS " WS-TOT-PROMOVIDOS
                    "  RECHAZADAS " WS-TOT-RECHAZADOS
                    DELIMITED BY SIZE INTO RG-LISTADO
            END-IF
        ELSE
            STRING "DIFERENCIAS " WS-TOT-DIFERENCIAS
                DELIMITED BY SIZE INTO RG-LISTADO
        END-IF
        WRITE RG-LISTADO
        DISPLAY RG-LISTADO
        CLOSE FD-LISTADO
        CLOSE FD-CANDIDATOS
        DISPLAY "Listado en " WS-LISTADO-PATH
        DISPLAY "Candidatos en " WS-CANDIDATOS-PATH
        .
       0001-Procesar-Fin.
        EXIT.

       0001-Maestro-Elegido SECTION.
        MOVE 1 TO WS-MAESTRO-ELEGIDO
        IF WS-MAESTROS-PEDIDOS NOT = SPACES
            MOVE 0 TO WS-TALLY
            INSPECT WS-MAESTROS-PEDIDOS TALLYING WS-TALLY
                FOR ALL FUNCTION TRIM (WS-MA-NOMBRE (WS-MA-IDX))
            IF WS-TALLY = 0
                MOVE 0 TO WS-MAESTRO-ELEGIDO
            END-IF
        END-IF
        .

       0001-Cargar-Seleccion SECTION.
        OPEN INPUT FD-SELECCION
        IF FS-SEL NOT = 0
            DISPLAY "MGR047: no se pudo abrir la seleccion "
                WS-SELECCION-PATH " (" FS-SEL ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Cargar-Seleccion-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-SELECCION
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF RG-SELECCION NOT = SPACES
                    AND RG-SELECCION (1:1) NOT = "*"
                IF WS-SE-CNT < WS-SE-MAX
                    ADD 1 TO WS-SE-CNT
                    MOVE SL-MAESTRO TO WS-SE-MAESTRO (WS-SE-CNT)
                    MOVE SL-CLAVE TO WS-SE-CLAVE (WS-SE-CNT)
                    MOVE 0 TO WS-SE-USADA (WS-SE-CNT)
                ELSE
                    DISPLAY "MGR047: seleccion con mas de "
                        WS-SE-MAX " lineas - se ignora el resto"
                    IF WS-RC < 4
                        MOVE 4 TO WS-RC
                    END-IF
                    MOVE 1 TO EOF
                END-IF
            END-IF
            IF EOF = 0
                READ FD-SELECCION
                    AT END MOVE 1 TO EOF
                END-READ
            END-IF
        END-PERFORM
        CLOSE FD-SELECCION
        IF WS-SE-CNT = 0
            DISPLAY "MGR047: la seleccion esta vacia - no hay nada "
                "que promover"
            MOVE 8 TO WS-RC
        END-IF
        .
       0001-Cargar-Seleccion-Fin.
        EXIT.

       0001-Seleccion-Sobrante SECTION.
      *  Lineas de la seleccion que no corresponden a ninguna
      *  diferencia actual (clave mal tipeada o ya promovida)
        PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                UNTIL WS-SE-IDX > WS-SE-CNT
            IF WS-SE-USADA (WS-SE-IDX) = 0
                    AND WS-SE-CLAVE (WS-SE-IDX) NOT = "*"
                MOVE "SIN DIFERENCIA" TO WS-LA-ACCION
                MOVE WS-SE-MAESTRO (WS-SE-IDX) TO WS-LA-MAESTRO
                MOVE WS-SE-CLAVE (WS-SE-IDX) TO WS-LA-CLAVE
                MOVE SPACES TO WS-LA-TIPO
                MOVE "SELECCIONADA Y NO HAY CAMBIO" TO WS-LA-MOTIVO
                MOVE WS-LINEA-ACCION TO RG-LISTADO
                WRITE RG-LISTADO
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
            END-IF
        END-PERFORM
        .

      ******************************************************************
      * Comparacion de un maestro: el origen se vuelca a un extracto
      * (ya en orden de clave) y se aparea con el destino; las
      * diferencias quedan en el archivo de diferencias para la
      * promocion.
      ******************************************************************
       0002-Comparar-Maestro SECTION.
        MOVE 0 TO WS-CNT-ALTAS WS-CNT-CAMBIOS WS-CNT-BAJAS
        MOVE 0 TO WS-ORIGEN-OK
        PERFORM 0000-Ruta-Origen
        PERFORM 0005-Abrir-Entrada
        PERFORM 0000-Ruta-Destino
        IF FS NOT = 0
            DISPLAY "MGR047: " WS-MA-NOMBRE (WS-MA-IDX)
                " no existe en " WS-ORIGEN " (" FS ") - no se compara"
            IF FS = 5
                PERFORM 0005-Cerrar
            END-IF
            MOVE 8 TO WS-RC
            GO TO 0002-Comparar-Maestro-Fin
        END-IF
        OPEN OUTPUT FD-EXTRACTO
        MOVE 0 TO EOF
        PERFORM 0005-Leer-Siguiente
        PERFORM UNTIL EOF = 1
            MOVE WS-IMAGEN TO RG-EXTRACTO
            WRITE RG-EXTRACTO
            PERFORM 0005-Leer-Siguiente
        END-PERFORM
        PERFORM 0005-Cerrar
        CLOSE FD-EXTRACTO
        MOVE 1 TO WS-ORIGEN-OK

        OPEN INPUT FD-EXTRACTO
        OPEN OUTPUT FD-DIFERENCIAS
        PERFORM 0005-Abrir-Entrada
        MOVE 0 TO WS-EOF-ORI WS-EOF-DES
        PERFORM 0002-Leer-Origen
        IF FS = 0
            PERFORM 0002-Leer-Destino
        ELSE
      *    Maestro inexistente en el destino: todo es alta
            MOVE 1 TO WS-EOF-DES
            MOVE HIGH-VALUES TO WS-CLAVE-DES
        END-IF
        PERFORM UNTIL WS-EOF-ORI = 1 AND WS-EOF-DES = 1
            EVALUATE TRUE
                WHEN WS-CLAVE-ORI < WS-CLAVE-DES
                    MOVE "ALTA" TO DF-TIPO
                    MOVE SPACES TO WS-IMG-DES
                    PERFORM 0002-Registrar-Diferencia
                    PERFORM 0002-Leer-Origen
                WHEN WS-CLAVE-ORI > WS-CLAVE-DES
                    MOVE WS-MA-POSACT (WS-MA-IDX) TO WS-CA-POS-W
                    IF WS-IMG-DES (WS-CA-POS-W:1) = "1"
                        MOVE "BAJA" TO DF-TIPO
                        MOVE SPACES TO WS-IMG-ORI
                        PERFORM 0002-Registrar-Diferencia
                    END-IF
                    PERFORM 0002-Leer-Destino
                WHEN OTHER
                    IF WS-IMG-ORI NOT = WS-IMG-DES
                        MOVE "CAMBIO" TO DF-TIPO
                        PERFORM 0002-Registrar-Diferencia
                    END-IF
                    PERFORM 0002-Leer-Origen
                    PERFORM 0002-Leer-Destino
            END-EVALUATE
        END-PERFORM
        IF WS-FS-APERTURA = 0 OR WS-FS-APERTURA = 5
            PERFORM 0005-Cerrar
        END-IF
        CLOSE FD-EXTRACTO
        CLOSE FD-DIFERENCIAS
        DISPLAY WS-MA-NOMBRE (WS-MA-IDX) " altas " WS-CNT-ALTAS
            " cambios " WS-CNT-CAMBIOS " bajas " WS-CNT-BAJAS
        .
       0002-Comparar-Maestro-Fin.
        EXIT.

       0002-Leer-Origen SECTION.
        READ FD-EXTRACTO
            AT END
                MOVE 1 TO WS-EOF-ORI
                MOVE HIGH-VALUES TO WS-CLAVE-ORI
            NOT AT END
                MOVE RG-EXTRACTO TO WS-IMG-ORI
                MOVE SPACES TO WS-CLAVE-ORI
                MOVE WS-IMG-ORI (1:WS-MA-LCLAVE (WS-MA-IDX))
                    TO WS-CLAVE-ORI
        END-READ
        .

       0002-Leer-Destino SECTION.
        IF WS-EOF-DES = 1
            GO TO 0002-Leer-Destino-Fin
        END-IF
        MOVE 0 TO EOF
        PERFORM 0005-Leer-Siguiente
        IF EOF = 1
            MOVE 1 TO WS-EOF-DES
            MOVE HIGH-VALUES TO WS-CLAVE-DES
        ELSE
            MOVE WS-IMAGEN TO WS-IMG-DES
            MOVE SPACES TO WS-CLAVE-DES
            MOVE WS-IMG-DES (1:WS-MA-LCLAVE (WS-MA-IDX))
                TO WS-CLAVE-DES
        END-IF
        .
       0002-Leer-Destino-Fin.
        EXIT.

       0002-Registrar-Diferencia SECTION.
        EVALUATE DF-TIPO
            WHEN "ALTA"
                ADD 1 TO WS-CNT-ALTAS
                MOVE WS-CLAVE-ORI TO DF-CLAVE
            WHEN "BAJA"
                ADD 1 TO WS-CNT-BAJAS
                MOVE WS-CLAVE-DES TO DF-CLAVE
            WHEN OTHER
                ADD 1 TO WS-CNT-CAMBIOS
                MOVE WS-CLAVE-ORI TO DF-CLAVE
        END-EVALUATE
        ADD 1 TO WS-TOT-DIFERENCIAS
        MOVE WS-IMG-ORI TO DF-ORI
        MOVE WS-IMG-DES TO DF-DES
        WRITE RG-DIFERENCIA

        MOVE WS-MA-NOMBRE (WS-MA-IDX) TO WS-LC-MAESTRO
        MOVE DF-CLAVE TO WS-LC-CLAVE
        MOVE DF-TIPO TO WS-LC-TIPO
        MOVE WS-LINEA-CAND TO RG-CANDIDATO
        WRITE RG-CANDIDATO

      *  Una linea por campo: en el cambio solo los que difieren, en
      *  la alta y la baja todos los que no son clave
        COMPUTE WS-CA-ULTIMO = WS-MA-CAMPO1 (WS-MA-IDX)
            + WS-MA-CAMPOS (WS-MA-IDX) - 1
        PERFORM VARYING WS-CA-IDX FROM WS-MA-CAMPO1 (WS-MA-IDX) BY 1
                UNTIL WS-CA-IDX > WS-CA-ULTIMO
            MOVE WS-CA-POS (WS-CA-IDX) TO WS-CA-POS-W
            MOVE WS-CA-LARGO (WS-CA-IDX) TO WS-CA-LARGO-W
            IF WS-CA-POS-W > WS-MA-LCLAVE (WS-MA-IDX)
                IF DF-TIPO NOT = "CAMBIO"
                        OR WS-IMG-ORI (WS-CA-POS-W:WS-CA-LARGO-W) NOT =
                           WS-IMG-DES (WS-CA-POS-W:WS-CA-LARGO-W)
                    MOVE WS-MA-NOMBRE (WS-MA-IDX) TO WS-LD-MAESTRO
                    MOVE DF-CLAVE TO WS-LD-CLAVE
                    MOVE DF-TIPO TO WS-LD-TIPO
                    MOVE WS-CA-NOMBRE (WS-CA-IDX) TO WS-LD-CAMPO
                    MOVE SPACES TO WS-LD-ORIGEN WS-LD-DESTINO
                    IF DF-TIPO NOT = "BAJA"
                        MOVE WS-IMG-ORI (WS-CA-POS-W:WS-CA-LARGO-W)
                            TO WS-LD-ORIGEN
                    END-IF
                    IF DF-TIPO NOT = "ALTA"
                        MOVE WS-IMG-DES (WS-CA-POS-W:WS-CA-LARGO-W)
                            TO WS-LD-DESTINO
                    END-IF
                    MOVE WS-LINEA-DIF TO RG-LISTADO
                    WRITE RG-LISTADO
                END-IF
            END-IF
        END-PERFORM
        .

      ******************************************************************
      * Promocion de un maestro: las diferencias elegidas en la
      * seleccion se aplican al destino bajo la bandera de CARGAS.
      ******************************************************************
       0003-Promover-Maestro SECTION.
        MOVE 0 TO WS-CNT-PROMOVIDOS WS-CNT-RECHAZADOS
        MOVE 0 TO WS-MAESTRO-EN-SEL
        PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                UNTIL WS-SE-IDX > WS-SE-CNT
            IF WS-SE-MAESTRO (WS-SE-IDX) = WS-MA-NOMBRE (WS-MA-IDX)
                MOVE 1 TO WS-MAESTRO-EN-SEL
            END-IF
        END-PERFORM
        IF WS-MAESTRO-EN-SEL = 0
            GO TO 0003-Promover-Maestro-Fin
        END-IF
        MOVE SPACES TO RG-LISTADO
        WRITE RG-LISTADO
        MOVE SPACES TO RG-LISTADO
        STRING "PROMOCION DE " WS-MA-NOMBRE (WS-MA-IDX)
            DELIMITED BY SIZE INTO RG-LISTADO
        WRITE RG-LISTADO
        MOVE WS-MA-NOMBRE (WS-MA-IDX) TO WS-CARGA-MAESTRO
        IF WS-SIMULACION
            PERFORM 0003-Carga-Consultar
        ELSE
            PERFORM 0003-Carga-Bloquear
        END-IF
        IF WS-CARGA-LIBRE = 0
            GO TO 0003-Promover-Maestro-Fin
        END-IF

        IF WS-SIMULACION
            PERFORM 0005-Abrir-Entrada
        ELSE
            PERFORM 0005-Abrir-IO
        END-IF
        IF FS NOT = 0 AND FS NOT = 5
            DISPLAY "MGR047: no se pudo abrir " WS-CARGA-MAESTRO
                " del destino (" FS ")"
            MOVE 8 TO WS-RC
            IF NOT WS-SIMULACION
                PERFORM 0003-Carga-Liberar
            END-IF
            GO TO 0003-Promover-Maestro-Fin
        END-IF
        PERFORM 0004-Abrir-Referencias
        OPEN INPUT FD-DIFERENCIAS
        MOVE 0 TO EOF
        READ FD-DIFERENCIAS
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            PERFORM 0003-Diferencia-Elegida
            IF WS-SELECCIONADA = 1
                PERFORM 0003-Promover-Diferencia
            END-IF
            READ FD-DIFERENCIAS
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-DIFERENCIAS
        PERFORM 0004-Cerrar-Referencias
        PERFORM 0005-Cerrar
        ADD WS-CNT-PROMOVIDOS TO WS-TOT-PROMOVIDOS
        ADD WS-CNT-RECHAZADOS TO WS-TOT-RECHAZADOS
        IF NOT WS-SIMULACION
            MOVE WS-CARGA-MAESTRO TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
            PERFORM 0003-Carga-Liberar
            MOVE 0 TO WS-AUDIT-RC
            IF WS-CNT-RECHAZADOS > 0
                MOVE 4 TO WS-AUDIT-RC
            END-IF
            PERFORM 0000-Auditoria-Registrar
        END-IF
        .
       0003-Promover-Maestro-Fin.
        EXIT.

       0003-Diferencia-Elegida SECTION.
        MOVE 0 TO WS-SELECCIONADA
        PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                UNTIL WS-SE-IDX > WS-SE-CNT
            IF WS-SE-MAESTRO (WS-SE-IDX) = WS-MA-NOMBRE (WS-MA-IDX)
                    AND (WS-SE-CLAVE (WS-SE-IDX) = DF-CLAVE
                         OR WS-SE-CLAVE (WS-SE-IDX) = "*")
                MOVE 1 TO WS-SELECCIONADA
                MOVE 1 TO WS-SE-USADA (WS-SE-IDX)
            END-IF
        END-PERFORM
        .

       0003-Promover-Diferencia SECTION.
        MOVE SPACES TO WS-MOTIVO-REJ
        IF DF-TIPO NOT = "BAJA"
            MOVE DF-ORI TO WS-IMAGEN
            PERFORM 0004-Validar-Referencias
        END-IF
        IF WS-MOTIVO-REJ = SPACES AND NOT WS-SIMULACION
            PERFORM 0003-Aplicar
        END-IF
        IF WS-MOTIVO-REJ = SPACES
            ADD 1 TO WS-CNT-PROMOVIDOS
            IF WS-SIMULACION
                MOVE "SE PROMOVERIA" TO WS-LA-ACCION
            ELSE
                MOVE "PROMOVIDO" TO WS-LA-ACCION
            END-IF
        ELSE
            ADD 1 TO WS-CNT-RECHAZADOS
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
            IF WS-SIMULACION
                MOVE "SE RECHAZARIA" TO WS-LA-ACCION
            ELSE
                MOVE "RECHAZADO" TO WS-LA-ACCION
            END-IF
        END-IF
        MOVE WS-MA-NOMBRE (WS-MA-IDX) TO WS-LA-MAESTRO
        MOVE DF-CLAVE TO WS-LA-CLAVE
        MOVE DF-TIPO TO WS-LA-TIPO
        MOVE WS-MOTIVO-REJ TO WS-LA-MOTIVO
        MOVE WS-LINEA-ACCION TO RG-LISTADO
        WRITE RG-LISTADO
        .

       0003-Aplicar SECTION.
      *  Se relee el destino por clave: la imagen anterior para
      *  PAIHIST es la del momento de grabar
        MOVE DF-CLAVE TO WS-CLAVE-DES
        PERFORM 0005-Leer-Clave
        EVALUATE TRUE
            WHEN DF-TIPO = "ALTA" AND WS-EXISTE = 1
                MOVE "YA EXISTE EN EL DESTINO" TO WS-MOTIVO-REJ
            WHEN DF-TIPO NOT = "ALTA" AND WS-EXISTE = 0
                MOVE "YA NO EXISTE EN EL DESTINO" TO WS-MOTIVO-REJ
            WHEN DF-TIPO = "ALTA"
                MOVE SPACES TO WS-IMG-DES
                MOVE DF-ORI TO WS-IMAGEN
                PERFORM 0005-Grabar
            WHEN DF-TIPO = "CAMBIO"
                MOVE WS-IMAGEN TO WS-IMG-DES
                MOVE DF-ORI TO WS-IMAGEN
                PERFORM 0005-Reescribir
            WHEN OTHER
                MOVE WS-IMAGEN TO WS-IMG-DES
                MOVE WS-MA-POSACT (WS-MA-IDX) TO WS-CA-POS-W
                MOVE "0" TO WS-IMAGEN (WS-CA-POS-W:1)
                PERFORM 0005-Reescribir
        END-EVALUATE
        IF WS-MOTIVO-REJ = SPACES AND WS-GRABO = 0
            MOVE "CLAVE DUPLICADA (ALTERNA)" TO WS-MOTIVO-REJ
        END-IF
        IF WS-MOTIVO-REJ = SPACES AND WS-MA-IDX = 4
            PERFORM 0003-Paises-Historial
        END-IF
        .

       0003-Paises-Historial SECTION.
      *  Mismo esquema de clave y reintentos de secuencia que
      *  0001-Paises-Historial de MGR001, con accion P (promocion)
        MOVE ABCOD TO ADCOD
        ACCEPT ADFEC FROM DATE YYYYMMDD
        ACCEPT WS-HIST-HORA FROM TIME
        MOVE WS-HIST-HORA (1:6) TO ADHOR
        ADD 1 TO WS-HIST-SEQ
        MOVE WS-HIST-SEQ TO ADSEQ
        MOVE WS-JOBID TO ADJOB
        MOVE "P" TO ADACC
        MOVE WS-IMG-DES TO ADANT
        MOVE RG-PAIS TO ADNUE
        MOVE 0 TO WS-HIST-GRABADO
        MOVE 0 TO WS-HIST-INTENTOS
        PERFORM UNTIL WS-HIST-GRABADO = 1 OR WS-HIST-INTENTOS > 5
            ADD 1 TO WS-HIST-INTENTOS
            WRITE RG-PAIHIST
                INVALID KEY
                    ADD 1 TO WS-HIST-SEQ
                    MOVE WS-HIST-SEQ TO ADSEQ
                NOT INVALID KEY
                    MOVE 1 TO WS-HIST-GRABADO
            END-WRITE
        END-PERFORM
        IF WS-HIST-GRABADO = 0
            DISPLAY "AVISO: no se pudo grabar historial de PAISES "
                "para " ADCOD
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        END-IF
        .

       0003-Carga-Consultar SECTION.
        MOVE 1 TO WS-CARGA-LIBRE
        OPEN INPUT SHARING WITH ALL OTHER FD-CARGAS
        IF FS = 0
            MOVE WS-CARGA-MAESTRO TO AGMAE
            READ FD-CARGAS KEY IS AGMAE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF AGFLG = 1
                        MOVE 0 TO WS-CARGA-LIBRE
                    END-IF
            END-READ
            CLOSE FD-CARGAS
        END-IF
        IF WS-CARGA-LIBRE = 0
            MOVE SPACES TO RG-LISTADO
            STRING "  " WS-CARGA-MAESTRO " EN CARGA (" AGJOB
                ") - NO SE PODRIA PROMOVER"
                DELIMITED BY SIZE INTO RG-LISTADO
            WRITE RG-LISTADO
            MOVE 12 TO WS-RC
        END-IF
        .

       0003-Carga-Bloquear SECTION.
      *  Misma bandera "carga en curso" de CARGAS que toma MGR001:
      *  con la carga del destino en curso o el maestro congelado
      *  no se promueve (RC 12).
        MOVE 0 TO WS-CARGA-LIBRE
        MOVE "V" TO CG-FUNCION
        MOVE WS-CARGA-MAESTRO TO CG-MAESTRO
        MOVE "MGR047" TO CG-PROGRAMA
        MOVE WS-JOBID TO CG-OPERADOR
        MOVE SPACES TO CG-EMERGENCIA
        ACCEPT CG-EMERGENCIA FROM ENVIRONMENT "MGR001_EMERGENCIA"
        CALL "MGR044" USING WS-CONGELA
        IF CG-CONGELADO
            MOVE SPACES TO RG-LISTADO
            STRING "  " WS-CARGA-MAESTRO " CONGELADO HASTA " CG-HASTA
                " - " CG-MOTIVO
                DELIMITED BY SIZE INTO RG-LISTADO
            WRITE RG-LISTADO
            DISPLAY "MGR047: " WS-CARGA-MAESTRO " congelado hasta "
                CG-HASTA " - no se promueve"
            MOVE 12 TO WS-RC
            GO TO 0003-Carga-Bloquear-Fin
        END-IF
        IF CG-FORZADO
            DISPLAY "MGR047: EMERGENCIA - se promueve "
                WS-CARGA-MAESTRO " dentro de la ventana congelada"
        END-IF
        OPEN I-O SHARING WITH ALL OTHER FD-CARGAS
        IF FS = 35
            OPEN OUTPUT SHARING WITH ALL OTHER FD-CARGAS
            CLOSE FD-CARGAS
            OPEN I-O SHARING WITH ALL OTHER FD-CARGAS
        END-IF
        IF FS NOT = 0
            MOVE 8 TO WS-RC
            GO TO 0003-Carga-Bloquear-Fin
        END-IF
        MOVE WS-CARGA-MAESTRO TO AGMAE
        READ FD-CARGAS KEY IS AGMAE
            INVALID KEY
                MOVE WS-CARGA-MAESTRO TO AGMAE
                PERFORM 0003-Carga-Marcar
                WRITE RG-CARGA
                    INVALID KEY
                        MOVE 8 TO WS-RC
                    NOT INVALID KEY
                        MOVE 1 TO WS-CARGA-LIBRE
                END-WRITE
            NOT INVALID KEY
                IF AGFLG = 1
                    MOVE SPACES TO RG-LISTADO
                    STRING "  " WS-CARGA-MAESTRO " EN CARGA (" AGJOB
                        ") - NO SE PROMUEVE"
                        DELIMITED BY SIZE INTO RG-LISTADO
                    WRITE RG-LISTADO
                    DISPLAY "MGR047: " WS-CARGA-MAESTRO " en carga "
                        "por " AGJOB " - no se promueve"
                    MOVE 12 TO WS-RC
                ELSE
                    PERFORM 0003-Carga-Marcar
                    REWRITE RG-CARGA
                        INVALID KEY
                            MOVE 8 TO WS-RC
                        NOT INVALID KEY
                            MOVE 1 TO WS-CARGA-LIBRE
                    END-REWRITE
                END-IF
        END-READ
        CLOSE FD-CARGAS
        .
       0003-Carga-Bloquear-Fin.
        EXIT.

       0003-Carga-Marcar SECTION.
        MOVE 1 TO AGFLG
        MOVE WS-JOBID TO AGJOB
        ACCEPT AGFEC FROM DATE YYYYMMDD
        ACCEPT WS-AUDIT-HORA FROM TIME
        MOVE WS-AUDIT-HORA (1:6) TO AGHOR
        .

       0003-Carga-Liberar SECTION.
        OPEN I-O SHARING WITH ALL OTHER FD-CARGAS
        IF FS = 0
            MOVE WS-CARGA-MAESTRO TO AGMAE
            READ FD-CARGAS KEY IS AGMAE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO AGFLG
                    REWRITE RG-CARGA
                        INVALID KEY MOVE 8 TO WS-RC
                        NOT INVALID KEY CONTINUE
                    END-REWRITE
            END-READ
            CLOSE FD-CARGAS
        ELSE
            MOVE 8 TO WS-RC
        END-IF
        .

      ******************************************************************
      * Validacion contra los maestros padre del destino
      ******************************************************************
       0004-Abrir-Referencias SECTION.
        EVALUATE WS-MA-IDX
            WHEN 4
                OPEN INPUT SHARING WITH ALL OTHER FD-REGIONES
                OPEN INPUT SHARING WITH ALL OTHER FD-MONEDAS
                IF NOT WS-SIMULACION
                    OPEN I-O SHARING WITH ALL OTHER FD-PAIHIST
                    IF FS = 35
                        OPEN OUTPUT SHARING WITH ALL OTHER FD-PAIHIST
                    END-IF
                    MOVE 0 TO WS-HIST-SEQ
                END-IF
            WHEN 5
                OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
                OPEN INPUT SHARING WITH ALL OTHER FD-IDIOMAS
        END-EVALUATE
        .

       0004-Cerrar-Referencias SECTION.
        EVALUATE WS-MA-IDX
            WHEN 4
                CLOSE FD-REGIONES
                CLOSE FD-MONEDAS
                IF NOT WS-SIMULACION
                    CLOSE FD-PAIHIST
                END-IF
            WHEN 5
                CLOSE FD-PAISES
                CLOSE FD-IDIOMAS
        END-EVALUATE
        .

       0004-Validar-Referencias SECTION.
      *  Mismos criterios que la carga: region activa y moneda
      *  existente para PAISES (en blanco se dejan pasar); pais e
      *  idioma existentes para PAINOM.
        EVALUATE WS-MA-IDX
            WHEN 4
                MOVE WS-IMAGEN TO RG-PAIS
                IF ABREG NOT = SPACES
                    MOVE ABREG TO AECOD
                    READ FD-REGIONES KEY IS AECOD
                        INVALID KEY
                            MOVE "REGION INEXISTENTE EN DESTINO"
                                TO WS-MOTIVO-REJ
                        NOT INVALID KEY
                            IF AEACT = 0
                                MOVE "REGION INACTIVA EN DESTINO"
                                    TO WS-MOTIVO-REJ
                            END-IF
                    END-READ
                END-IF
                IF ABMON NOT = SPACES AND WS-MOTIVO-REJ = SPACES
                    MOVE ABMON TO AHCOD
                    READ FD-MONEDAS KEY IS AHCOD
                        INVALID KEY
                            MOVE "MONEDA INEXISTENTE EN DESTINO"
                                TO WS-MOTIVO-REJ
                    END-READ
                END-IF
            WHEN 5
                MOVE WS-IMAGEN TO RG-PAINOM
                MOVE AFPAI TO ABCOD
                READ FD-PAISES KEY IS ABCOD
                    INVALID KEY
                        MOVE "PAIS INEXISTENTE EN DESTINO"
                            TO WS-MOTIVO-REJ
                END-READ
                IF WS-MOTIVO-REJ = SPACES
                    MOVE AFIDI TO AACOD
                    READ FD-IDIOMAS KEY IS AACOD
                        INVALID KEY
                            MOVE "IDIOMA INEXISTENTE EN DESTINO"
                                TO WS-MOTIVO-REJ
                    END-READ
                END-IF
        END-EVALUATE
        .

      ******************************************************************
      * E/S del maestro WS-MA-IDX, con la imagen en WS-IMAGEN
      ******************************************************************
       0005-Abrir-Entrada SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1 OPEN INPUT SHARING WITH ALL OTHER FD-IDIOMAS
            WHEN 2 OPEN INPUT SHARING WITH ALL OTHER FD-REGIONES
            WHEN 3 OPEN INPUT SHARING WITH ALL OTHER FD-MONEDAS
            WHEN 4 OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
            WHEN 5 OPEN INPUT SHARING WITH ALL OTHER FD-PAINOM
        END-EVALUATE
        MOVE FS TO WS-FS-APERTURA
        IF FS = 0
            PERFORM 0005-Posicionar
        END-IF
      *  FS queda con el resultado de la apertura (05 = maestro
      *  inexistente, abierto vacio)
        MOVE WS-FS-APERTURA TO FS
        .

       0005-Posicionar SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1
                MOVE LOW-VALUES TO AACOD
                START FD-IDIOMAS KEY IS NOT LESS THAN AACOD
                    INVALID KEY CONTINUE
                END-START
            WHEN 2
                MOVE LOW-VALUES TO AECOD
                START FD-REGIONES KEY IS NOT LESS THAN AECOD
                    INVALID KEY CONTINUE
                END-START
            WHEN 3
                MOVE LOW-VALUES TO AHCOD
                START FD-MONEDAS KEY IS NOT LESS THAN AHCOD
                    INVALID KEY CONTINUE
                END-START
            WHEN 4
                MOVE LOW-VALUES TO ABCOD
                START FD-PAISES KEY IS NOT LESS THAN ABCOD
                    INVALID KEY CONTINUE
                END-START
            WHEN 5
                MOVE LOW-VALUES TO AFKEY
                START FD-PAINOM KEY IS NOT LESS THAN AFKEY
                    INVALID KEY CONTINUE
                END-START
        END-EVALUATE
        .

       0005-Abrir-IO SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1
                OPEN I-O SHARING WITH ALL OTHER FD-IDIOMAS
                IF FS = 35
                    OPEN OUTPUT SHARING WITH ALL OTHER FD-IDIOMAS
                END-IF
            WHEN 2
                OPEN I-O SHARING WITH ALL OTHER FD-REGIONES
                IF FS = 35
                    OPEN OUTPUT SHARING WITH ALL OTHER FD-REGIONES
                END-IF
            WHEN 3
                OPEN I-O SHARING WITH ALL OTHER FD-MONEDAS
                IF FS = 35
                    OPEN OUTPUT SHARING WITH ALL OTHER FD-MONEDAS
                END-IF
            WHEN 4
                OPEN I-O SHARING WITH ALL OTHER FD-PAISES
                IF FS = 35
                    OPEN OUTPUT SHARING WITH ALL OTHER FD-PAISES
                END-IF
            WHEN 5
                OPEN I-O SHARING WITH ALL OTHER FD-PAINOM
                IF FS = 35
                    OPEN OUTPUT SHARING WITH ALL OTHER FD-PAINOM
                END-IF
        END-EVALUATE
        .

       0005-Cerrar SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1 CLOSE FD-IDIOMAS
            WHEN 2 CLOSE FD-REGIONES
            WHEN 3 CLOSE FD-MONEDAS
            WHEN 4 CLOSE FD-PAISES
            WHEN 5 CLOSE FD-PAINOM
        END-EVALUATE
        .

       0005-Leer-Siguiente SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1
                READ FD-IDIOMAS NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-IDIOMA TO WS-IMAGEN
                END-READ
            WHEN 2
                READ FD-REGIONES NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-REGION TO WS-IMAGEN
                END-READ
            WHEN 3
                READ FD-MONEDAS NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-MONEDA TO WS-IMAGEN
                END-READ
            WHEN 4
                READ FD-PAISES NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-PAIS TO WS-IMAGEN
                END-READ
            WHEN 5
                READ FD-PAINOM NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-PAINOM TO WS-IMAGEN
                END-READ
        END-EVALUATE
        .

       0005-Leer-Clave SECTION.
        MOVE 1 TO WS-EXISTE
        EVALUATE WS-MA-IDX
            WHEN 1
                MOVE WS-CLAVE-DES TO AACOD
                READ FD-IDIOMAS KEY IS AACOD
                    INVALID KEY MOVE 0 TO WS-EXISTE
                    NOT INVALID KEY MOVE RG-IDIOMA TO WS-IMAGEN
                END-READ
            WHEN 2
                MOVE WS-CLAVE-DES TO AECOD
                READ FD-REGIONES KEY IS AECOD
                    INVALID KEY MOVE 0 TO WS-EXISTE
                    NOT INVALID KEY MOVE RG-REGION TO WS-IMAGEN
                END-READ
            WHEN 3
                MOVE WS-CLAVE-DES TO AHCOD
                READ FD-MONEDAS KEY IS AHCOD
                    INVALID KEY MOVE 0 TO WS-EXISTE
                    NOT INVALID KEY MOVE RG-MONEDA TO WS-IMAGEN
                END-READ
            WHEN 4
                MOVE WS-CLAVE-DES TO ABCOD
                READ FD-PAISES KEY IS ABCOD
                    INVALID KEY MOVE 0 TO WS-EXISTE
                    NOT INVALID KEY MOVE RG-PAIS TO WS-IMAGEN
                END-READ
            WHEN 5
                MOVE WS-CLAVE-DES TO AFKEY
                READ FD-PAINOM KEY IS AFKEY
                    INVALID KEY MOVE 0 TO WS-EXISTE
                    NOT INVALID KEY MOVE RG-PAINOM TO WS-IMAGEN
                END-READ
        END-EVALUATE
        .

       0005-Grabar SECTION.
        MOVE 1 TO WS-GRABO
        EVALUATE WS-MA-IDX
            WHEN 1
                MOVE WS-IMAGEN TO RG-IDIOMA
                WRITE RG-IDIOMA
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-WRITE
            WHEN 2
                MOVE WS-IMAGEN TO RG-REGION
                WRITE RG-REGION
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-WRITE
            WHEN 3
                MOVE WS-IMAGEN TO RG-MONEDA
                WRITE RG-MONEDA
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-WRITE
            WHEN 4
                MOVE WS-IMAGEN TO RG-PAIS
                WRITE RG-PAIS
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-WRITE
            WHEN 5
                MOVE WS-IMAGEN TO RG-PAINOM
                WRITE RG-PAINOM
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-WRITE
        END-EVALUATE
        .

       0005-Reescribir SECTION.
        MOVE 1 TO WS-GRABO
        EVALUATE WS-MA-IDX
            WHEN 1
                MOVE WS-IMAGEN TO RG-IDIOMA
                REWRITE RG-IDIOMA
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-REWRITE
            WHEN 2
                MOVE WS-IMAGEN TO RG-REGION
                REWRITE RG-REGION
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-REWRITE
            WHEN 3
                MOVE WS-IMAGEN TO RG-MONEDA
                REWRITE RG-MONEDA
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-REWRITE
            WHEN 4
                MOVE WS-IMAGEN TO RG-PAIS
                REWRITE RG-PAIS
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-REWRITE
            WHEN 5
                MOVE WS-IMAGEN TO RG-PAINOM
                REWRITE RG-PAINOM
                    INVALID KEY MOVE 0 TO WS-GRABO
                END-REWRITE
        END-EVALUATE
        .

       END PROGRAM MGR047.
