       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXN007.
      ******************************************************************
      * CICS transaction CAMB - tasas de cambio (CAMBIOS) en linea,
      * para que tesoreria no tenga que esperar una corrida especial
      * del paso CAMBIOS de MGR001 cuando el archivo del proveedor
      * llega tarde:
      *   C MMM [AAAAMMDD [AAAAMMDD]]  tasas de la moneda MMM entre
      *                                las dos fechas (sin fechas,
      *                                todas; sin hasta, hasta el
      *                                final)
      *   S                            pagina siguiente
      *   A                            pagina anterior
      *   I MMM AAAAMMDD tasa          tasa manual de un dia
      * La consulta esta abierta a cualquier terminal, como en IDMT
      * y USRM; cada tasa muestra si vino de la carga (job que la
      * trajo) o si fue manual (operador que la ingreso).
      * La tasa manual exige AJACT=1 en AUTORIZA (transaccion CAMB,
      * funcion I) y se rechaza con CAMBIOS en carga (CARGAS) o
      * dentro de una ventana de congelamiento (MGR044; "E I ..."
      * como emergencia, funcion E en AUTORIZA). La moneda debe
      * existir y estar activa en MONEDAS y la fecha ser una fecha
      * real no posterior a hoy. La tasa se escribe con punto
      * decimal opcional, como en el CSV del proveedor: hasta siete
      * enteros y seis decimales, mayor que cero.
      * Una tasa manual lleva en AIJOB un "*" seguido del operador
      * (los siete primeros caracteres del USERID; el USERID
      * completo queda en el diario TXNJ). Sobre una tasa manual
      * del mismo dia se puede volver a ingresar (correccion); una
      * tasa que trajo la carga no se reemplaza desde aca: esa pasa
      * por el control de tolerancia y por MGR037. Si la carga de
      * una noche posterior trae la misma AIKEY, MGR001 conserva la
      * manual e informa el conflicto en cambios_rechazados.txt.
      * Cada tasa manual deja las imagenes antes/despues en el
      * diario TXNJ y ajusta la huella de CAMBIOS (la funcion A de
      * MGR048 por el file control de CICS, copy HUELLA-TX-PR). La
      * negativa o la emergencia de la ventana de congelamiento
      * (MGR044, funcion L) van por las colas TD AUDI y CEMG.
      * Pseudo-conversacional; la COMMAREA lleva la moneda, el rango
      * y la primera y ultima clave de la pagina en pantalla, como
      * PAIH. CAMBIOS, MONEDAS, CARGAS y AUTORIZA van por EXEC CICS
      * contra sus entradas FCT. Los bloques EXEC CICS los verifica
      * el traductor CICS en la instalacion.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP              PIC S9(8) COMP.
       01 WS-CAMBIO-REC.
           05 WS-AIKEY.
               10 WS-AICOD     PIC X(03).
               10 WS-AIFEC     PIC 9(08).
           05 WS-AITAS         PIC 9(07)V9(06).
           05 WS-AIJOB         PIC X(08).
       01 WS-CAMBIO-ANTERIOR   PIC X(32).
       01 WS-MONEDA-REC.
           05 WS-AHCOD-KEY     PIC X(03).
           05 WS-AHNUM         PIC 9(03).
           05 WS-AHDES         PIC X(40).
           05 WS-AHDEC         PIC 9(01).
           05 WS-AHACT         PIC 9(01).
       01 WS-MONEDA-VALIDA     PIC 9(01).
       01 WS-TABLA-PAGINA.
           05 WS-PG-ENT OCCURS 18 TIMES PIC X(32).
       01 WS-PG-AUX            PIC X(32).
       01 WS-PG-CNT            PIC 9(02).
       01 WS-PG-IDX            PIC 9(02).
       01 WS-PG-IDX2           PIC 9(02).
       01 WS-HAY-MAS           PIC 9(01).
       01 WS-FIN-LECTURA       PIC 9(01).
       01 WS-CLAVE-INICIO      PIC X(11).
       01 WS-LIN-IDX           PIC 9(02).
       01 WS-LINEA-TASA.
           05 WS-LT-FEC        PIC 9(08).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 WS-LT-TASA       PIC Z(6)9.9(6).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 WS-LT-ORIGEN     PIC X(06).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 WS-LT-JOB        PIC X(08).
       01 WS-ED-TASA           PIC Z(6)9.9(6).
       01 WS-FECHA-HOY         PIC 9(08).
       01 WS-FECHA-TEST        PIC X(08).
       01 FILLER REDEFINES WS-FECHA-TEST.
           05 WS-FT-ANIO       PIC 9(04).
           05 WS-FT-MES        PIC 9(02).
           05 WS-FT-DIA        PIC 9(02).
       01 WS-DIAS-MES          PIC 9(02).
       01 WS-ANIO-RESTO        PIC 9(04).
       01 WS-FECHA-VALIDA      PIC 9(01).
       01 WS-TASA-TEXTO        PIC X(14).
       01 WS-TASA-ENT          PIC X(14).
       01 WS-TASA-DEC          PIC X(14).
       01 WS-TASA-JUS          PIC X(07) JUSTIFIED RIGHT.
       01 WS-TASA-DEC6         PIC X(06).
       01 WS-TASA-ENT-LEN      PIC 9(02).
       01 WS-TASA-DEC-LEN      PIC 9(02).
       01 WS-TASA-PUNTOS       PIC 9(02).
       01 WS-TASA-ENT-N        PIC 9(07).
       01 WS-TASA-DEC-N        PIC 9(06).
       01 WS-TASA-NUM          PIC 9(07)V9(06).
       01 WS-TASA-VALIDA       PIC 9(01).
       01 WS-CARGA-REC.
           05 WS-AGMAE         PIC X(10).
           05 WS-AGFLG         PIC 9(01).
           05 WS-AGJOB         PIC X(08).
           05 WS-AGFEC         PIC 9(08).
           05 WS-AGHOR         PIC 9(06).
       01 WS-CARGA-BLOQUEADA   PIC 9(01).
       01 WS-AUTORIZA-REC.
           05 WS-AJKEY.
               10 WS-AJOPE     PIC X(08).
               10 WS-AJTRN     PIC X(04).
               10 WS-AJFUN     PIC X(01).
           05 WS-AJACT         PIC 9(01).
       01 WS-AUTORIZADO        PIC 9(01).
       01 WS-OPERADOR          PIC X(08).
       01 WS-EMERGENCIA        PIC 9(01).
       01 WS-CONGELADO         PIC 9(01).
       01 WS-FUNCION-GUARDADA  PIC X(01).
       01 WS-CONGELA.
       COPY "CONGELA-LK" IN "src/dds".
       01 WS-HUELLA.
       COPY "HUELLA-LK" IN "src/dds".
       COPY "HUELLA-TX-WS" IN "src/dds".
       01 WS-HORA-HOY          PIC 9(08).
       01 WS-DIARIO-LINEA.
           05 WS-DIA-FECHA     PIC 9(08).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-HORA      PIC 9(06).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-OPER      PIC X(08).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-TRN       PIC X(04).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-FUN       PIC X(01).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-CLAVE     PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-ANT       PIC X(85).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-NUE       PIC X(85).
       01 WS-TEXTO-ENTRADA     PIC X(31).
       01 WS-TEXTO-AUX         PIC X(29).
       01 WS-TEXTO-SALIDA      PIC X(79).
       01 WS-LONG-ENTRADA      PIC S9(4) COMP VALUE 31.
       01 WS-FUNCION           PIC X(01).
           88 WS-FUNCION-CONSULTA      VALUE "C".
           88 WS-FUNCION-SIGUIENTE     VALUE "S".
           88 WS-FUNCION-ANTERIOR      VALUE "A".
           88 WS-FUNCION-INGRESO       VALUE "I".
       01 WS-MONEDA-ENTRADA    PIC X(03).
       01 WS-DESDE-ENTRADA     PIC X(08).
       01 WS-HASTA-ENTRADA     PIC X(08).
       01 WS-COMMAREA.
           05 WS-CA-MARCA      PIC X(01) VALUE "X".
           05 WS-CA-AICOD      PIC X(03) VALUE SPACES.
           05 WS-CA-DESDE      PIC 9(08) VALUE 0.
           05 WS-CA-HASTA      PIC 9(08) VALUE 0.
           05 WS-CA-PRIMERA    PIC X(11) VALUE SPACES.
           05 WS-CA-ULTIMA     PIC X(11) VALUE SPACES.
       01 WS-MENU-TEXTO.
           05 WS-MENU-L1 PIC X(79) VALUE
              "CAMB - Tasas de CAMBIOS (C MMM [DESDE [HASTA]]=Consulta".
           05 WS-MENU-L2 PIC X(79) VALUE
              "   S=Sig A=Ant I MMM AAAAMMDD TASA=Manual). Ej: C USD".
       01 WS-PANTALLA.
           05 WS-PAN-TITULO    PIC X(79).
           05 WS-PAN-CAB       PIC X(79) VALUE
              "FECHA                TASA   ORIGEN   JOB/OPERADOR".
           05 WS-PAN-AVISO     PIC X(79).
           05 WS-PAN-DET OCCURS 18 TIMES PIC X(79).
           05 WS-PAN-PIE       PIC X(79).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 LK-CA-MARCA      PIC X(01).
           05 LK-CA-ESTADO     PIC X(50).

       PROCEDURE DIVISION.

       0000-Main SECTION.
        MOVE "X" TO WS-CA-MARCA
        IF EIBCALEN = 0
            PERFORM 0001-Mostrar-Menu
        ELSE
            IF EIBCALEN NOT < LENGTH OF WS-COMMAREA
                MOVE DFHCOMMAREA TO WS-COMMAREA
            END-IF
            PERFORM 0002-Leer-Opcion
            EVALUATE TRUE
                WHEN WS-FUNCION-CONSULTA
                    PERFORM 0003-Consultar
                WHEN WS-FUNCION-SIGUIENTE
                    PERFORM 0003-Consultar
                WHEN WS-FUNCION-ANTERIOR
                    PERFORM 0003-Consultar
                WHEN WS-FUNCION-INGRESO
                    PERFORM 0011-Ingresar
                WHEN OTHER
                    PERFORM 0001-Mostrar-Menu
            END-EVALUATE
        END-IF
        EXEC CICS RETURN
            TRANSID ("CAMB")
            COMMAREA (WS-COMMAREA)
            LENGTH (LENGTH OF WS-COMMAREA)
        END-EXEC
        GOBACK
        .

       0001-Mostrar-Menu SECTION.
        EXEC CICS SEND TEXT
            FROM (WS-MENU-TEXTO)
            LENGTH (158)
            ERASE
        END-EXEC
        .

       0002-Leer-Opcion SECTION.
        MOVE SPACES TO WS-TEXTO-ENTRADA
        MOVE 31 TO WS-LONG-ENTRADA
        EXEC CICS RECEIVE
            INTO (WS-TEXTO-ENTRADA)
            LENGTH (WS-LONG-ENTRADA)
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
      *     "E <comando>": el mismo comando como emergencia dentro
      *     de una ventana de congelamiento.
            MOVE 0 TO WS-EMERGENCIA
            IF WS-TEXTO-ENTRADA (1:2) = "E "
                    AND WS-TEXTO-ENTRADA (3:1) NOT = SPACE
                MOVE 1 TO WS-EMERGENCIA
                MOVE WS-TEXTO-ENTRADA (3:29) TO WS-TEXTO-AUX
                MOVE WS-TEXTO-AUX TO WS-TEXTO-ENTRADA
            END-IF
            MOVE WS-TEXTO-ENTRADA (1:1) TO WS-FUNCION
            MOVE WS-TEXTO-ENTRADA (3:3) TO WS-MONEDA-ENTRADA
            MOVE WS-TEXTO-ENTRADA (7:8) TO WS-DESDE-ENTRADA
            MOVE WS-TEXTO-ENTRADA (16:8) TO WS-HASTA-ENTRADA
            MOVE WS-TEXTO-ENTRADA (16:14) TO WS-TASA-TEXTO
        ELSE
            MOVE SPACES TO WS-FUNCION
        END-IF
        .

       0003-Consultar SECTION.
        IF WS-FUNCION-CONSULTA
            IF WS-MONEDA-ENTRADA = SPACES
                MOVE SPACES TO WS-TEXTO-SALIDA
                MOVE "FALTA LA MONEDA. Ej: C USD 20240101 20240131" TO
                    WS-TEXTO-SALIDA (1:44)
                PERFORM 0007-Mostrar-Resultado
                GO TO 0003-Consultar-Fin
            END-IF
            MOVE 0 TO WS-CA-DESDE
            MOVE 99999999 TO WS-CA-HASTA
            IF WS-DESDE-ENTRADA NOT = SPACES
                IF WS-DESDE-ENTRADA IS NOT NUMERIC
                    MOVE SPACES TO WS-TEXTO-SALIDA
                    MOVE "FECHA DESDE INVALIDA (AAAAMMDD)" TO
                        WS-TEXTO-SALIDA (1:31)
                    PERFORM 0007-Mostrar-Resultado
                    GO TO 0003-Consultar-Fin
                END-IF
                MOVE WS-DESDE-ENTRADA TO WS-CA-DESDE
            END-IF
            IF WS-HASTA-ENTRADA NOT = SPACES
                IF WS-HASTA-ENTRADA IS NOT NUMERIC
                        OR WS-HASTA-ENTRADA < WS-DESDE-ENTRADA
                    MOVE SPACES TO WS-TEXTO-SALIDA
                    MOVE "FECHA HASTA INVALIDA (AAAAMMDD)" TO
                        WS-TEXTO-SALIDA (1:31)
                    PERFORM 0007-Mostrar-Resultado
                    GO TO 0003-Consultar-Fin
                END-IF
                MOVE WS-HASTA-ENTRADA TO WS-CA-HASTA
            END-IF
            MOVE WS-MONEDA-ENTRADA TO WS-CA-AICOD
            MOVE WS-CA-AICOD TO WS-AICOD
            MOVE WS-CA-DESDE TO WS-AIFEC
            MOVE WS-AIKEY TO WS-CLAVE-INICIO
            PERFORM 0004-Pagina-Adelante
        ELSE
            IF WS-CA-AICOD = SPACES
                PERFORM 0001-Mostrar-Menu
                GO TO 0003-Consultar-Fin
            END-IF
            IF WS-FUNCION-SIGUIENTE
                MOVE WS-CA-ULTIMA TO WS-CLAVE-INICIO
                PERFORM 0004-Pagina-Adelante
            ELSE
                MOVE WS-CA-PRIMERA TO WS-CLAVE-INICIO
                PERFORM 0005-Pagina-Atras
            END-IF
        END-IF
        IF WS-PG-CNT = 0 AND NOT WS-FUNCION-CONSULTA
            MOVE SPACES TO WS-TEXTO-SALIDA
            IF WS-FUNCION-SIGUIENTE
                MOVE "NO HAY TASAS POSTERIORES EN EL RANGO" TO
                    WS-TEXTO-SALIDA (1:36)
            ELSE
                MOVE "NO HAY TASAS ANTERIORES EN EL RANGO" TO
                    WS-TEXTO-SALIDA (1:35)
            END-IF
            PERFORM 0007-Mostrar-Resultado
            GO TO 0003-Consultar-Fin
        END-IF
        PERFORM 0006-Mostrar-Pagina
        .
       0003-Consultar-Fin.
        EXIT.

       0004-Pagina-Adelante SECTION.
      *  Hasta dieciocho tasas de la moneda desde WS-CLAVE-INICIO
      *  sin pasar de la fecha hasta; en "siguiente" la clave
      *  inicial es la ultima ya mostrada y se saltea. Se lee una de
      *  mas para saber si hay otra pagina.
        MOVE 0 TO WS-PG-CNT
        MOVE 0 TO WS-HAY-MAS
        MOVE WS-CLAVE-INICIO TO WS-AIKEY
        EXEC CICS STARTBR
            FILE ("CAMBIOS")
            RIDFLD (WS-AIKEY)
            KEYLENGTH (11)
            GTEQ
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            GO TO 0004-Pagina-Adelante-Fin
        END-IF
        MOVE 0 TO WS-FIN-LECTURA
        PERFORM UNTIL WS-FIN-LECTURA = 1
            EXEC CICS READNEXT
                FILE ("CAMBIOS")
                INTO (WS-CAMBIO-REC)
                RIDFLD (WS-AIKEY)
                RESP (WS-RESP)
            END-EXEC
            EVALUATE TRUE
                WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN WS-AICOD NOT = WS-CA-AICOD
                        OR WS-AIFEC > WS-CA-HASTA
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN WS-FUNCION-SIGUIENTE
                        AND WS-AIKEY = WS-CLAVE-INICIO
                    CONTINUE
                WHEN WS-PG-CNT = 18
                    MOVE 1 TO WS-HAY-MAS
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN OTHER
                    ADD 1 TO WS-PG-CNT
                    MOVE WS-CAMBIO-REC TO WS-PG-ENT (WS-PG-CNT)
            END-EVALUATE
        END-PERFORM
        EXEC CICS ENDBR
            FILE ("CAMBIOS")
        END-EXEC
        .
       0004-Pagina-Adelante-Fin.
        EXIT.

       0005-Pagina-Atras SECTION.
      *  Hasta dieciocho tasas anteriores a la primera clave en
      *  pantalla, sin pasar de la fecha desde; se leen hacia atras
      *  y se dan vuelta para mostrarlas en orden.
        MOVE 0 TO WS-PG-CNT
        MOVE 1 TO WS-HAY-MAS
        MOVE WS-CLAVE-INICIO TO WS-AIKEY
        EXEC CICS STARTBR
            FILE ("CAMBIOS")
            RIDFLD (WS-AIKEY)
            KEYLENGTH (11)
            GTEQ
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NOTFND)
            MOVE HIGH-VALUES TO WS-AIKEY
            EXEC CICS STARTBR
                FILE ("CAMBIOS")
                RIDFLD (WS-AIKEY)
                KEYLENGTH (11)
                GTEQ
                RESP (WS-RESP)
            END-EXEC
        END-IF
        IF WS-RESP NOT = DFHRESP(NORMAL)
            GO TO 0005-Pagina-Atras-Fin
        END-IF
        MOVE 0 TO WS-FIN-LECTURA
        PERFORM UNTIL WS-FIN-LECTURA = 1
            EXEC CICS READPREV
                FILE ("CAMBIOS")
                INTO (WS-CAMBIO-REC)
                RIDFLD (WS-AIKEY)
                RESP (WS-RESP)
            END-EXEC
            EVALUATE TRUE
                WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN WS-AIKEY NOT < WS-CLAVE-INICIO
                    CONTINUE
                WHEN WS-AICOD NOT = WS-CA-AICOD
                        OR WS-AIFEC < WS-CA-DESDE
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN OTHER
                    ADD 1 TO WS-PG-CNT
                    MOVE WS-CAMBIO-REC TO WS-PG-ENT (WS-PG-CNT)
                    IF WS-PG-CNT = 18
                        MOVE 1 TO WS-FIN-LECTURA
                    END-IF
            END-EVALUATE
        END-PERFORM
        EXEC CICS ENDBR
            FILE ("CAMBIOS")
        END-EXEC
        MOVE 1 TO WS-PG-IDX
        MOVE WS-PG-CNT TO WS-PG-IDX2
        PERFORM UNTIL WS-PG-IDX NOT < WS-PG-IDX2
            MOVE WS-PG-ENT (WS-PG-IDX) TO WS-PG-AUX
            MOVE WS-PG-ENT (WS-PG-IDX2) TO WS-PG-ENT (WS-PG-IDX)
            MOVE WS-PG-AUX TO WS-PG-ENT (WS-PG-IDX2)
            ADD 1 TO WS-PG-IDX
            SUBTRACT 1 FROM WS-PG-IDX2
        END-PERFORM
        .
       0005-Pagina-Atras-Fin.
        EXIT.

       0006-Mostrar-Pagina SECTION.
      *  La descripcion de la moneda va en la linea de aviso; una
      *  moneda que ya no esta en MONEDAS se muestra igual, con su
      *  historia de tasas.
        MOVE SPACES TO WS-PAN-TITULO
        STRING "CAMB - TASAS DE " WS-CA-AICOD
            "  DESDE " WS-CA-DESDE "  HASTA " WS-CA-HASTA
            DELIMITED BY SIZE INTO WS-PAN-TITULO
        MOVE SPACES TO WS-PAN-AVISO
        MOVE WS-CA-AICOD TO WS-AHCOD-KEY
        EXEC CICS READ
            FILE ("MONEDAS")
            INTO (WS-MONEDA-REC)
            RIDFLD (WS-AHCOD-KEY)
            KEYLENGTH (3)
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE WS-AHDES TO WS-PAN-AVISO
            IF WS-AHACT = 0
                MOVE "(INACTIVA)" TO WS-PAN-AVISO (42:10)
            END-IF
        ELSE
            MOVE "MONEDA INEXISTENTE EN MONEDAS" TO WS-PAN-AVISO
        END-IF
        PERFORM VARYING WS-LIN-IDX FROM 1 BY 1 UNTIL WS-LIN-IDX > 18
            MOVE SPACES TO WS-PAN-DET (WS-LIN-IDX)
        END-PERFORM
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                UNTIL WS-PG-IDX > WS-PG-CNT
            MOVE WS-PG-ENT (WS-PG-IDX) TO WS-CAMBIO-REC
            MOVE WS-AIFEC TO WS-LT-FEC
            MOVE WS-AITAS TO WS-LT-TASA
            IF WS-AIJOB (1:1) = "*"
                MOVE "MANUAL" TO WS-LT-ORIGEN
                MOVE WS-AIJOB (2:7) TO WS-LT-JOB
            ELSE
                MOVE "CARGA" TO WS-LT-ORIGEN
                MOVE WS-AIJOB TO WS-LT-JOB
            END-IF
            MOVE WS-LINEA-TASA TO WS-PAN-DET (WS-PG-IDX)
        END-PERFORM
        MOVE SPACES TO WS-PAN-PIE
        IF WS-PG-CNT = 0
            MOVE "SIN TASAS DE LA MONEDA EN EL RANGO" TO WS-PAN-PIE
        ELSE
            MOVE WS-PG-ENT (1) (1:11) TO WS-CA-PRIMERA
            MOVE WS-PG-ENT (WS-PG-CNT) (1:11) TO WS-CA-ULTIMA
            IF WS-HAY-MAS = 1
                MOVE "S=SIGUIENTE  A=ANTERIOR  C MMM [DESDE [HASTA]]"
                    TO WS-PAN-PIE
            ELSE
                MOVE "FIN DEL RANGO  A=ANTERIOR  C MMM=OTRA MONEDA"
                    TO WS-PAN-PIE
            END-IF
        END-IF
        EXEC CICS SEND TEXT
            FROM (WS-PANTALLA)
            LENGTH (LENGTH OF WS-PANTALLA)
            ERASE
        END-EXEC
        .

       0007-Mostrar-Resultado SECTION.
        EXEC CICS SEND TEXT
            FROM (WS-TEXTO-SALIDA)
            LENGTH (79)
            ERASE
        END-EXEC
        .

       0008-Verificar-Carga SECTION.
      *  Enclavamiento con MGR001: si la bandera "carga en curso"
      *  de CAMBIOS esta alzada en el archivo de control CARGAS, la
      *  tasa manual se rechaza para no pisarse con la carga batch
      *  (la consulta sigue permitida).
        MOVE 0 TO WS-CARGA-BLOQUEADA
        MOVE "CAMBIOS" TO WS-AGMAE
        EXEC CICS READ
            FILE ("CARGAS")
            INTO (WS-CARGA-REC)
            RIDFLD (WS-AGMAE)
            KEYLENGTH (10)
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL) AND WS-AGFLG = 1
            MOVE 1 TO WS-CARGA-BLOQUEADA
            MOVE SPACES TO WS-TEXTO-SALIDA
            MOVE "MAESTRO EN CARGA - INTENTE MAS TARDE" TO
                WS-TEXTO-SALIDA (1:37)
            PERFORM 0007-Mostrar-Resultado
        END-IF
        .

       0009-Verificar-Autorizacion SECTION.
      *  Autorizacion por operador: el maestro AUTORIZA (clave
      *  USERID + transaccion + funcion, lo mantiene MGR020) debe
      *  tener AJACT=1 para ingresar una tasa manual.
      *  La consulta sigue abierta a cualquier terminal.
        MOVE 1 TO WS-AUTORIZADO
        MOVE SPACES TO WS-OPERADOR
        EXEC CICS ASSIGN
            USERID (WS-OPERADOR)
        END-EXEC
        MOVE WS-OPERADOR TO WS-AJOPE
        MOVE "CAMB" TO WS-AJTRN
        MOVE WS-FUNCION TO WS-AJFUN
        EXEC CICS READ
            FILE ("AUTORIZA")
            INTO (WS-AUTORIZA-REC)
            RIDFLD (WS-AJKEY)
            KEYLENGTH (13)
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-AJACT NOT = 1
            MOVE 0 TO WS-AUTORIZADO
            MOVE SPACES TO WS-TEXTO-SALIDA
            MOVE "FUNCION NO AUTORIZADA PARA EL OPERADOR" TO
                WS-TEXTO-SALIDA (1:39)
            PERFORM 0007-Mostrar-Resultado
        END-IF
        .

       0010-Registrar-Diario SECTION.
      *  Diario sellado de actualizaciones en linea (cola TD
      *  extrapartition TXNJ, solo agrega, en el espiritu del
      *  diario de purga de MGR015): operador, funcion, clave e
      *  imagenes antes/despues. Sin RESP a proposito: si el diario
      *  falla, la task abenda y CICS retrotrae la actualizacion -
      *  nunca un cambio sin rastro.
      *  La AIKEY (11) no entra en la columna de clave: va la moneda
      *  y la fecha sin el siglo; las imagenes la llevan completa.
        ACCEPT WS-DIA-FECHA FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        MOVE WS-HORA-HOY (1:6) TO WS-DIA-HORA
        MOVE WS-OPERADOR TO WS-DIA-OPER
        MOVE "CAMB" TO WS-DIA-TRN
        MOVE WS-FUNCION TO WS-DIA-FUN
        MOVE SPACES TO WS-DIA-CLAVE
        MOVE WS-AICOD TO WS-DIA-CLAVE (1:3)
        MOVE WS-AIKEY (6:6) TO WS-DIA-CLAVE (4:6)
        MOVE WS-CAMBIO-ANTERIOR TO WS-DIA-ANT
        MOVE WS-CAMBIO-REC TO WS-DIA-NUE
        EXEC CICS WRITEQ TD
            QUEUE ("TXNJ")
            FROM (WS-DIARIO-LINEA)
            LENGTH (LENGTH OF WS-DIARIO-LINEA)
        END-EXEC
      *  Ajuste de la huella del maestro con el mismo cambio (copy
      *  HUELLA-TX-PR, la cuenta de MGR048 por el file control de
      *  CICS), para que la verificacion previa a las cargas
      *  (MGR049) no lo tome por uno hecho por fuera de los
      *  programas. Si el ajuste falla la actualizacion sigue: la
      *  verificacion lo va a marcar y el diario dice que fue.
        MOVE "A" TO HU-FUNCION
        MOVE "CAMBIOS" TO HU-MAESTRO
        MOVE "TXN007" TO HU-PROGRAMA
        MOVE WS-OPERADOR TO HU-OPERADOR
        MOVE WS-CAMBIO-ANTERIOR TO HU-IMG-ANT
        MOVE WS-CAMBIO-REC TO HU-IMG-NUE
        PERFORM 0000-Huella-Ajustar
        .

       0011-Ingresar SECTION.
      *  Tasa manual de un dia: alta, o correccion de otra manual de
      *  la misma AIKEY. Una tasa de la carga no se reemplaza.
        PERFORM 0008-Verificar-Carga
        IF WS-CARGA-BLOQUEADA = 1
            GO TO 0011-Ingresar-Fin
        END-IF
        PERFORM 0009-Verificar-Autorizacion
        IF WS-AUTORIZADO = 0
            GO TO 0011-Ingresar-Fin
        END-IF
        PERFORM 0012-Verificar-Congelamiento
        IF WS-CONGELADO = 1
            GO TO 0011-Ingresar-Fin
        END-IF
        PERFORM 0013-Validar-Ingreso
        IF WS-MONEDA-VALIDA = 0 OR WS-FECHA-VALIDA = 0
                OR WS-TASA-VALIDA = 0
            GO TO 0011-Ingresar-Fin
        END-IF
        MOVE WS-MONEDA-ENTRADA TO WS-AICOD
        MOVE WS-DESDE-ENTRADA TO WS-AIFEC
        EXEC CICS READ
            FILE ("CAMBIOS")
            INTO (WS-CAMBIO-REC)
            RIDFLD (WS-AIKEY)
            KEYLENGTH (11)
            UPDATE
            RESP (WS-RESP)
        END-EXEC
        MOVE SPACES TO WS-TEXTO-SALIDA
        EVALUATE WS-RESP
            WHEN DFHRESP(NORMAL)
                IF WS-AIJOB (1:1) NOT = "*"
                    EXEC CICS UNLOCK
                        FILE ("CAMBIOS")
                    END-EXEC
                    STRING "YA HAY TASA DE LA CARGA (" WS-AIJOB
                        ") PARA ESA FECHA - NO SE REEMPLAZA"
                        DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
                    PERFORM 0007-Mostrar-Resultado
                    GO TO 0011-Ingresar-Fin
                END-IF
                MOVE WS-CAMBIO-REC TO WS-CAMBIO-ANTERIOR
                MOVE WS-TASA-NUM TO WS-AITAS
                MOVE "*" TO WS-AIJOB
                MOVE WS-OPERADOR (1:7) TO WS-AIJOB (2:7)
                EXEC CICS REWRITE
                    FILE ("CAMBIOS")
                    FROM (WS-CAMBIO-REC)
                    RESP (WS-RESP)
                END-EXEC
            WHEN DFHRESP(NOTFND)
                MOVE SPACES TO WS-CAMBIO-ANTERIOR
                MOVE WS-MONEDA-ENTRADA TO WS-AICOD
                MOVE WS-DESDE-ENTRADA TO WS-AIFEC
                MOVE WS-TASA-NUM TO WS-AITAS
                MOVE "*" TO WS-AIJOB
                MOVE WS-OPERADOR (1:7) TO WS-AIJOB (2:7)
                EXEC CICS WRITE
                    FILE ("CAMBIOS")
                    FROM (WS-CAMBIO-REC)
                    RIDFLD (WS-AIKEY)
                    KEYLENGTH (11)
                    RESP (WS-RESP)
                END-EXEC
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        EVALUATE WS-RESP
            WHEN DFHRESP(NORMAL)
                MOVE WS-AITAS TO WS-ED-TASA
                STRING "TASA MANUAL GRABADA: " WS-AICOD " "
                    WS-AIFEC " " WS-ED-TASA
                    DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
                PERFORM 0010-Registrar-Diario
            WHEN DFHRESP(DUPREC)
                MOVE "LA TASA SE GRABO MIENTRAS TANTO - REINTENTE" TO
                    WS-TEXTO-SALIDA (1:43)
            WHEN OTHER
                MOVE "ERROR AL GRABAR LA TASA" TO
                    WS-TEXTO-SALIDA (1:23)
        END-EVALUATE
        PERFORM 0007-Mostrar-Resultado
        .
       0011-Ingresar-Fin.
        EXIT.

       0012-Verificar-Congelamiento SECTION.
      *  Ventanas de congelamiento (rutina MGR044): dentro de una
      *  ventana de CAMBIOS la tasa manual se rechaza y la negativa
      *  queda en mgr001_audit.log. Con el comando precedido de E
      *  (emergencia, funcion E propia en AUTORIZA) sigue, y la
      *  anulacion se registra aparte; las dos lineas las graba
      *  0000-Congela-Registrar por las colas TD.
        MOVE 0 TO WS-CONGELADO
        MOVE SPACES TO CG-EMERGENCIA
        IF WS-EMERGENCIA = 1
            MOVE WS-FUNCION TO WS-FUNCION-GUARDADA
            MOVE "E" TO WS-FUNCION
            PERFORM 0009-Verificar-Autorizacion
            MOVE WS-FUNCION-GUARDADA TO WS-FUNCION
            IF WS-AUTORIZADO = 0
                MOVE 1 TO WS-CONGELADO
                GO TO 0012-Verificar-Congelamiento-Fin
            END-IF
            STRING "EN LINEA CAMB " WS-FUNCION " " WS-MONEDA-ENTRADA
                " " WS-DESDE-ENTRADA
                DELIMITED BY SIZE INTO CG-EMERGENCIA
        END-IF
        MOVE "L" TO CG-FUNCION
        MOVE "CAMBIOS" TO CG-MAESTRO
        MOVE "TXN007" TO CG-PROGRAMA
        MOVE WS-OPERADOR TO CG-OPERADOR
        CALL "MGR044" USING WS-CONGELA
        PERFORM 0000-Congela-Registrar
        IF CG-CONGELADO
            MOVE 1 TO WS-CONGELADO
            MOVE SPACES TO WS-TEXTO-SALIDA
            STRING "CAMBIOS CONGELADO HASTA " CG-HASTA " - "
                CG-MOTIVO DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
            PERFORM 0007-Mostrar-Resultado
        END-IF
        .
       0012-Verificar-Congelamiento-Fin.
        EXIT.

       0013-Validar-Ingreso SECTION.
      *  Mismos criterios que la carga batch: la moneda debe existir
      *  y estar activa en MONEDAS y la tasa se lee como en
      *  0001-Cambios-Tasa-Convertir de MGR001. En linea ademas la
      *  fecha debe ser real y no posterior a hoy, y lo que la carga
      *  cortaria (mas de siete enteros o de seis decimales) se
      *  rechaza en lugar de truncarse.
        MOVE 0 TO WS-MONEDA-VALIDA
        MOVE 0 TO WS-FECHA-VALIDA
        MOVE 0 TO WS-TASA-VALIDA
        MOVE SPACES TO WS-TEXTO-SALIDA
        MOVE WS-MONEDA-ENTRADA TO WS-AHCOD-KEY
        EXEC CICS READ
            FILE ("MONEDAS")
            INTO (WS-MONEDA-REC)
            RIDFLD (WS-AHCOD-KEY)
            KEYLENGTH (3)
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-AHACT = 0
            MOVE "MONEDA INEXISTENTE O INACTIVA" TO
                WS-TEXTO-SALIDA (1:29)
            PERFORM 0007-Mostrar-Resultado
            GO TO 0013-Validar-Ingreso-Fin
        END-IF
        MOVE 1 TO WS-MONEDA-VALIDA
        MOVE WS-DESDE-ENTRADA TO WS-FECHA-TEST
        PERFORM 0014-Validar-Fecha
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        IF WS-FECHA-VALIDA = 1
            IF WS-FECHA-TEST > WS-FECHA-HOY
                MOVE 0 TO WS-FECHA-VALIDA
            END-IF
        END-IF
        IF WS-FECHA-VALIDA = 0
            MOVE "FECHA INVALIDA O FUTURA (AAAAMMDD)" TO
                WS-TEXTO-SALIDA (1:34)
            PERFORM 0007-Mostrar-Resultado
            GO TO 0013-Validar-Ingreso-Fin
        END-IF
        PERFORM 0015-Tasa-Convertir
        IF WS-TASA-VALIDA = 0
            MOVE "TASA INVALIDA (HASTA 7 ENTEROS Y 6 DECIMALES)" TO
                WS-TEXTO-SALIDA (1:45)
            PERFORM 0007-Mostrar-Resultado
        END-IF
        .
       0013-Validar-Ingreso-Fin.
        EXIT.

       0014-Validar-Fecha SECTION.
      *  Fecha de calendario real, mismo criterio que MGR009.
        MOVE 0 TO WS-FECHA-VALIDA
        IF WS-FECHA-TEST IS NUMERIC
                AND WS-FT-ANIO > 1900 AND WS-FT-ANIO < 2200
                AND WS-FT-MES > 0 AND WS-FT-MES < 13
                AND WS-FT-DIA > 0
            EVALUATE WS-FT-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIAS-MES
                WHEN 2
                    MOVE 28 TO WS-DIAS-MES
                    COMPUTE WS-ANIO-RESTO =
                        FUNCTION MOD (WS-FT-ANIO, 4)
                    IF WS-ANIO-RESTO = 0
                        COMPUTE WS-ANIO-RESTO =
                            FUNCTION MOD (WS-FT-ANIO, 100)
                        IF WS-ANIO-RESTO = 0
                            COMPUTE WS-ANIO-RESTO =
                                FUNCTION MOD (WS-FT-ANIO, 400)
                            IF WS-ANIO-RESTO = 0
                                MOVE 29 TO WS-DIAS-MES
                            END-IF
                        ELSE
                            MOVE 29 TO WS-DIAS-MES
                        END-IF
                    END-IF
            END-EVALUATE
            IF WS-FT-DIA NOT > WS-DIAS-MES
                MOVE 1 TO WS-FECHA-VALIDA
            END-IF
        END-IF
        .

       0015-Tasa-Convertir SECTION.
      *  La tasa llega como texto con punto decimal opcional
      *  ("1.085" o "152"); se separa en entero y decimales y los
      *  decimales se completan a la derecha hasta seis posiciones.
        MOVE 0 TO WS-TASA-VALIDA
        MOVE 0 TO WS-TASA-PUNTOS
        INSPECT WS-TASA-TEXTO TALLYING WS-TASA-PUNTOS FOR ALL "."
        IF WS-TASA-PUNTOS > 1 OR WS-TASA-TEXTO = SPACES
            GO TO 0015-Tasa-Convertir-Fin
        END-IF
        MOVE SPACES TO WS-TASA-ENT
        MOVE SPACES TO WS-TASA-DEC
        UNSTRING WS-TASA-TEXTO DELIMITED BY "."
            INTO WS-TASA-ENT WS-TASA-DEC
        END-UNSTRING
        MOVE 0 TO WS-TASA-ENT-LEN
        INSPECT WS-TASA-ENT TALLYING WS-TASA-ENT-LEN
            FOR CHARACTERS BEFORE INITIAL SPACE
        MOVE 0 TO WS-TASA-DEC-LEN
        INSPECT WS-TASA-DEC TALLYING WS-TASA-DEC-LEN
            FOR CHARACTERS BEFORE INITIAL SPACE
        IF WS-TASA-ENT-LEN > 7 OR WS-TASA-DEC-LEN > 6
            GO TO 0015-Tasa-Convertir-Fin
        END-IF
      *  Nada despues del primer blanco: "1 5" no es una tasa.
        IF WS-TASA-ENT (WS-TASA-ENT-LEN + 1:) NOT = SPACES
                OR WS-TASA-DEC (WS-TASA-DEC-LEN + 1:) NOT = SPACES
            GO TO 0015-Tasa-Convertir-Fin
        END-IF
        IF WS-TASA-ENT-LEN = 0
            MOVE "0000000" TO WS-TASA-JUS
        ELSE
            MOVE WS-TASA-ENT (1:WS-TASA-ENT-LEN) TO WS-TASA-JUS
        END-IF
        MOVE WS-TASA-DEC (1:6) TO WS-TASA-DEC6
        INSPECT WS-TASA-JUS REPLACING LEADING SPACE BY "0"
        INSPECT WS-TASA-DEC6 REPLACING ALL SPACE BY "0"
        IF WS-TASA-JUS IS NUMERIC AND WS-TASA-DEC6 IS NUMERIC
            MOVE WS-TASA-JUS TO WS-TASA-ENT-N
            MOVE WS-TASA-DEC6 TO WS-TASA-DEC-N
            COMPUTE WS-TASA-NUM =
                WS-TASA-ENT-N + WS-TASA-DEC-N / 1000000
            IF WS-TASA-NUM > 0
                MOVE 1 TO WS-TASA-VALIDA
            END-IF
        END-IF
        .
       0015-Tasa-Convertir-Fin.
        EXIT.

       COPY "HUELLA-TX-PR" IN "src/dds".

       COPY "CONGELA-TX-PR" IN "src/dds".

       END PROGRAM TXN007.
