       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXN006.
      ******************************************************************
      * CICS transaction PAIH - consulta en linea del historial de un
      * pais en PAIHIST, para contestar "cuando le cambiaron la
      * region a este pais?" sin esperar una corrida de MGR005.
      *   C XX [AAAAMMDD]   primera pagina del pais XX, desde la
      *                     fecha (sin fecha, desde el principio)
      *   S                 pagina siguiente
      *   A                 pagina anterior
      * Cada movimiento ocupa dos lineas: fecha, hora, secuencia,
      * accion (ALTA, MODIF, BAJA, RECOD, PROMO) y job, con los campos
      * que difieren entre ADANT y ADNUE; debajo, el valor anterior y el
      * nuevo de cada uno (de ABNOM solo el nombre nuevo). Las altas
      * y bajas muestran la imagen completa.
      * Solo consulta: no actualiza nada, pero como expone el rastro
      * de quien cambio que, exige AJACT=1 en AUTORIZA (transaccion
      * PAIH, funcion C) en cada viaje, tambien al paginar.
      * Los movimientos que MGR025 ya movio a sus archivos fechados
      * no estan en PAIHIST: si la consulta toca fechas que figuran
      * en archivo/paihist.ctl se avisa en pantalla que esa parte
      * esta archivada (se consulta con MGR005) en lugar de mostrar
      * un historial recortado como si fuera completo.
      * Pseudo-conversacional como las demas; la COMMAREA lleva el
      * pais, la fecha desde y la primera y ultima clave de la
      * pagina en pantalla para seguir el recorrido en el viaje
      * siguiente. PAIHIST y AUTORIZA van por EXEC CICS contra sus
      * entradas FCT; paihist.ctl es un secuencial batch sin entrada
      * FCT y se lee con OPEN INPUT de solo lectura, igual que ESTB
      * lee el log de auditoria. Los bloques EXEC CICS los verifica
      * el traductor CICS en la instalacion.
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL FD-CONTROL ASSIGN TO WS-CONTROL-PATH
            FILE STATUS IS FS-CTL
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD FD-CONTROL.
        01 RG-CONTROL.
            05 CT-ARCH      PIC X(64).
            05 FILLER       PIC X(01).
            05 CT-DESDE     PIC 9(08).
            05 FILLER       PIC X(01).
            05 CT-HASTA     PIC 9(08).
            05 FILLER       PIC X(01).
            05 CT-MOVIDOS   PIC 9(09).
            05 FILLER       PIC X(01).
            05 CT-FECHA     PIC 9(08).
       WORKING-STORAGE SECTION.
       COPY "ENTIDAD-WS" IN "src/dds".
       01 FS-CTL               PIC 99.
       01 EOF                  PIC 9.
       01 WS-CONTROL-PATH      PIC X(200) VALUE SPACES.
       01 WS-ARCH-HASTA        PIC 9(08).
       01 WS-RESP              PIC S9(8) COMP.
       01 WS-HIST-REC.
           05 WS-ADKEY.
               10 WS-ADCOD     PIC X(02).
               10 WS-ADFEC     PIC 9(08).
               10 WS-ADHOR     PIC 9(06).
               10 WS-ADSEQ     PIC 9(04).
           05 WS-ADJOB         PIC X(08).
           05 WS-ADACC         PIC X(01).
           05 WS-ADANT         PIC X(62).
           05 WS-ADNUE         PIC X(62).
       01 WS-TABLA-PAGINA.
           05 WS-PG-ENT OCCURS 9 TIMES PIC X(153).
       01 WS-PG-AUX            PIC X(153).
       01 WS-PG-CNT            PIC 9(02).
       01 WS-PG-IDX            PIC 9(02).
       01 WS-PG-IDX2           PIC 9(02).
       01 WS-HAY-MAS           PIC 9(01).
       01 WS-FIN-LECTURA       PIC 9(01).
       01 WS-CLAVE-INICIO      PIC X(20).
       01 WS-IMG-ANT.
           05 WS-ANT-COD       PIC X(02).
           05 WS-ANT-NOM       PIC X(40).
           05 WS-ANT-CD3       PIC X(03).
           05 WS-ANT-NUM       PIC X(03).
           05 WS-ANT-ACT       PIC X(01).
           05 WS-ANT-REG       PIC X(02).
           05 WS-ANT-FEC       PIC X(08).
           05 WS-ANT-MON       PIC X(03).
       01 WS-IMG-NUE.
           05 WS-NUE-COD       PIC X(02).
           05 WS-NUE-NOM       PIC X(40).
           05 WS-NUE-CD3       PIC X(03).
           05 WS-NUE-NUM       PIC X(03).
           05 WS-NUE-ACT       PIC X(01).
           05 WS-NUE-REG       PIC X(02).
           05 WS-NUE-FEC       PIC X(08).
           05 WS-NUE-MON       PIC X(03).
       01 WS-PTR1              PIC 9(03).
       01 WS-PTR2              PIC 9(03).
       01 WS-LIN-IDX           PIC 9(02).
       01 WS-LINEA-MOV.
           05 WS-LM-FEC        PIC 9(08).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LM-HOR        PIC 9(06).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LM-SEQ        PIC 9(04).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LM-ACC        PIC X(05).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LM-JOB        PIC X(08).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LM-CAMPOS     PIC X(43).
       01 WS-LINEA-VAL         PIC X(79).
       01 WS-AUTORIZA-REC.
           05 WS-AJKEY.
               10 WS-AJOPE     PIC X(08).
               10 WS-AJTRN     PIC X(04).
               10 WS-AJFUN     PIC X(01).
           05 WS-AJACT         PIC 9(01).
       01 WS-AUTORIZADO        PIC 9(01).
       01 WS-OPERADOR          PIC X(08).
       01 WS-TEXTO-ENTRADA     PIC X(13).
       01 WS-TEXTO-SALIDA      PIC X(79).
       01 WS-LONG-ENTRADA      PIC S9(4) COMP VALUE 13.
       01 WS-FUNCION           PIC X(01).
           88 WS-FUNCION-CONSULTA      VALUE "C".
           88 WS-FUNCION-SIGUIENTE     VALUE "S".
           88 WS-FUNCION-ANTERIOR      VALUE "A".
       01 WS-ABCOD-ENTRADA     PIC X(02).
       01 WS-DESDE-ENTRADA     PIC X(08).
       01 WS-COMMAREA.
           05 WS-CA-MARCA      PIC X(01) VALUE "X".
           05 WS-CA-ABCOD      PIC X(02) VALUE SPACES.
           05 WS-CA-DESDE      PIC 9(08) VALUE 0.
           05 WS-CA-PRIMERA    PIC X(20) VALUE SPACES.
           05 WS-CA-ULTIMA     PIC X(20) VALUE SPACES.
       01 WS-MENU-TEXTO.
           05 WS-MENU-L1 PIC X(79) VALUE
              "PAIH - Historial de PAISES  (C XX [AAAAMMDD]=Consulta".
           05 WS-MENU-L2 PIC X(79) VALUE
              "   S=Siguiente A=Anterior). Ej: C AR 20240101".
       01 WS-PANTALLA.
           05 WS-PAN-TITULO    PIC X(79).
           05 WS-PAN-CAB       PIC X(79) VALUE
              "FECHA    HORA   SEQ  ACC   JOB      CAMPOS QUE CAMBIAN".
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
        PERFORM 0000-Entidad-Resolver
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
                WHEN OTHER
                    PERFORM 0001-Mostrar-Menu
            END-EVALUATE
        END-IF
        EXEC CICS RETURN
            TRANSID ("PAIH")
            COMMAREA (WS-COMMAREA)
            LENGTH (LENGTH OF WS-COMMAREA)
        END-EXEC
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0001-Mostrar-Menu SECTION.
        EXEC CICS SEND TEXT
            FROM (WS-MENU-TEXTO)
            LENGTH (158)
            ERASE
        END-EXEC
        .

       0002-Leer-Opcion SECTION.
        MOVE SPACES TO WS-TEXTO-ENTRADA
        MOVE 13 TO WS-LONG-ENTRADA
        EXEC CICS RECEIVE
            INTO (WS-TEXTO-ENTRADA)
            LENGTH (WS-LONG-ENTRADA)
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE WS-TEXTO-ENTRADA (1:1) TO WS-FUNCION
            MOVE WS-TEXTO-ENTRADA (3:2) TO WS-ABCOD-ENTRADA
            MOVE WS-TEXTO-ENTRADA (6:8) TO WS-DESDE-ENTRADA
        ELSE
            MOVE SPACES TO WS-FUNCION
        END-IF
        .

       0003-Consultar SECTION.
        PERFORM 0009-Verificar-Autorizacion
        IF WS-AUTORIZADO = 0
            GO TO 0003-Consultar-Fin
        END-IF
        IF WS-FUNCION-CONSULTA
            IF WS-ABCOD-ENTRADA = SPACES
                MOVE SPACES TO WS-TEXTO-SALIDA
                MOVE "FALTA ABCOD. Ej: C AR 20240101" TO
                    WS-TEXTO-SALIDA (1:30)
                PERFORM 0007-Mostrar-Resultado
                GO TO 0003-Consultar-Fin
            END-IF
            MOVE 0 TO WS-CA-DESDE
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
            MOVE WS-ABCOD-ENTRADA TO WS-CA-ABCOD
            MOVE WS-CA-ABCOD TO WS-ADCOD
            MOVE WS-CA-DESDE TO WS-ADFEC
            MOVE 0 TO WS-ADHOR
            MOVE 0 TO WS-ADSEQ
            MOVE WS-ADKEY TO WS-CLAVE-INICIO
            PERFORM 0004-Pagina-Adelante
        ELSE
            IF WS-CA-ABCOD = SPACES
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
                MOVE "NO HAY MOVIMIENTOS POSTERIORES" TO
                    WS-TEXTO-SALIDA (1:30)
            ELSE
                MOVE "NO HAY MOVIMIENTOS ANTERIORES" TO
                    WS-TEXTO-SALIDA (1:29)
            END-IF
            PERFORM 0007-Mostrar-Resultado
            GO TO 0003-Consultar-Fin
        END-IF
        PERFORM 0008-Leer-Control
        PERFORM 0006-Mostrar-Pagina
        .
       0003-Consultar-Fin.
        EXIT.

       0004-Pagina-Adelante SECTION.
      *  Hasta nueve movimientos del pais desde WS-CLAVE-INICIO; en
      *  "siguiente" la clave inicial es la ultima ya mostrada y se
      *  saltea. Se lee uno de mas para saber si hay otra pagina.
        MOVE 0 TO WS-PG-CNT
        MOVE 0 TO WS-HAY-MAS
        MOVE WS-CLAVE-INICIO TO WS-ADKEY
        EXEC CICS STARTBR
            FILE ("PAIHIST")
            RIDFLD (WS-ADKEY)
            KEYLENGTH (20)
            GTEQ
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            GO TO 0004-Pagina-Adelante-Fin
        END-IF
        MOVE 0 TO WS-FIN-LECTURA
        PERFORM UNTIL WS-FIN-LECTURA = 1
            EXEC CICS READNEXT
                FILE ("PAIHIST")
                INTO (WS-HIST-REC)
                RIDFLD (WS-ADKEY)
                RESP (WS-RESP)
            END-EXEC
            EVALUATE TRUE
                WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN WS-ADCOD NOT = WS-CA-ABCOD
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN WS-FUNCION-SIGUIENTE
                        AND WS-ADKEY = WS-CLAVE-INICIO
                    CONTINUE
                WHEN WS-PG-CNT = 9
                    MOVE 1 TO WS-HAY-MAS
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN OTHER
                    ADD 1 TO WS-PG-CNT
                    MOVE WS-HIST-REC TO WS-PG-ENT (WS-PG-CNT)
            END-EVALUATE
        END-PERFORM
        EXEC CICS ENDBR
            FILE ("PAIHIST")
        END-EXEC
        .
       0004-Pagina-Adelante-Fin.
        EXIT.

       0005-Pagina-Atras SECTION.
      *  Hasta nueve movimientos anteriores a la primera clave en
      *  pantalla, sin pasar de la fecha desde; se leen hacia atras
      *  y se dan vuelta para mostrarlos en orden.
        MOVE 0 TO WS-PG-CNT
        MOVE 1 TO WS-HAY-MAS
        MOVE WS-CLAVE-INICIO TO WS-ADKEY
        EXEC CICS STARTBR
            FILE ("PAIHIST")
            RIDFLD (WS-ADKEY)
            KEYLENGTH (20)
            GTEQ
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NOTFND)
            MOVE HIGH-VALUES TO WS-ADKEY
            EXEC CICS STARTBR
                FILE ("PAIHIST")
                RIDFLD (WS-ADKEY)
                KEYLENGTH (20)
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
                FILE ("PAIHIST")
                INTO (WS-HIST-REC)
                RIDFLD (WS-ADKEY)
                RESP (WS-RESP)
            END-EXEC
            EVALUATE TRUE
                WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN WS-ADKEY NOT < WS-CLAVE-INICIO
                    CONTINUE
                WHEN WS-ADCOD NOT = WS-CA-ABCOD
                        OR WS-ADFEC < WS-CA-DESDE
                    MOVE 1 TO WS-FIN-LECTURA
                WHEN OTHER
                    ADD 1 TO WS-PG-CNT
                    MOVE WS-HIST-REC TO WS-PG-ENT (WS-PG-CNT)
                    IF WS-PG-CNT = 9
                        MOVE 1 TO WS-FIN-LECTURA
                    END-IF
            END-EVALUATE
        END-PERFORM
        EXEC CICS ENDBR
            FILE ("PAIHIST")
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
        MOVE SPACES TO WS-PAN-TITULO
        STRING "PAIH - HISTORIAL DEL PAIS " WS-CA-ABCOD
            "  DESDE " WS-CA-DESDE
            DELIMITED BY SIZE INTO WS-PAN-TITULO
        MOVE SPACES TO WS-PAN-AVISO
        IF WS-ARCH-HASTA > 0 AND WS-CA-DESDE NOT > WS-ARCH-HASTA
            STRING "ATENCION: MOVIMIENTOS HASTA EL " WS-ARCH-HASTA
                " ARCHIVADOS POR MGR025 - VER MGR005"
                DELIMITED BY SIZE INTO WS-PAN-AVISO
        END-IF
        PERFORM VARYING WS-LIN-IDX FROM 1 BY 1 UNTIL WS-LIN-IDX > 18
            MOVE SPACES TO WS-PAN-DET (WS-LIN-IDX)
        END-PERFORM
        MOVE 0 TO WS-LIN-IDX
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                UNTIL WS-PG-IDX > WS-PG-CNT
            MOVE WS-PG-ENT (WS-PG-IDX) TO WS-HIST-REC
            PERFORM 0006-Armar-Movimiento
            ADD 1 TO WS-LIN-IDX
            MOVE WS-LINEA-MOV TO WS-PAN-DET (WS-LIN-IDX)
            ADD 1 TO WS-LIN-IDX
            MOVE WS-LINEA-VAL TO WS-PAN-DET (WS-LIN-IDX)
        END-PERFORM
        MOVE SPACES TO WS-PAN-PIE
        IF WS-PG-CNT = 0
            MOVE "SIN MOVIMIENTOS EN PAIHIST DESDE LA FECHA"
                TO WS-PAN-PIE
        ELSE
            MOVE WS-PG-ENT (1) (1:20) TO WS-CA-PRIMERA
            MOVE WS-PG-ENT (WS-PG-CNT) (1:20) TO WS-CA-ULTIMA
            IF WS-HAY-MAS = 1
                MOVE "S=SIGUIENTE  A=ANTERIOR  C XX [FECHA]=OTRO PAIS"
                    TO WS-PAN-PIE
            ELSE
                MOVE "FIN DEL HISTORIAL  A=ANTERIOR  C XX=OTRO PAIS"
                    TO WS-PAN-PIE
            END-IF
        END-IF
        EXEC CICS SEND TEXT
            FROM (WS-PANTALLA)
            LENGTH (LENGTH OF WS-PANTALLA)
            ERASE
        END-EXEC
        .

       0006-Armar-Movimiento SECTION.
      *  Linea 1: el movimiento y los nombres de los campos que
      *  cambian; linea 2: valor anterior > valor nuevo de cada uno.
        MOVE WS-ADANT TO WS-IMG-ANT
        MOVE WS-ADNUE TO WS-IMG-NUE
        MOVE WS-ADFEC TO WS-LM-FEC
        MOVE WS-ADHOR TO WS-LM-HOR
        MOVE WS-ADSEQ TO WS-LM-SEQ
        MOVE WS-ADJOB TO WS-LM-JOB
        MOVE SPACES TO WS-LM-CAMPOS
        MOVE SPACES TO WS-LINEA-VAL
        MOVE 1 TO WS-PTR1
        MOVE 3 TO WS-PTR2
        EVALUATE WS-ADACC
            WHEN "A"
                MOVE "ALTA" TO WS-LM-ACC
                MOVE "IMAGEN NUEVA" TO WS-LM-CAMPOS
                PERFORM 0006-Imagen-Nueva
            WHEN "D"
                MOVE "BAJA" TO WS-LM-ACC
                MOVE "IMAGEN ANTERIOR" TO WS-LM-CAMPOS
                MOVE WS-IMG-ANT TO WS-IMG-NUE
                PERFORM 0006-Imagen-Nueva
            WHEN "P"
                MOVE "PROMO" TO WS-LM-ACC
                IF WS-ADANT = SPACES
                    MOVE "IMAGEN NUEVA" TO WS-LM-CAMPOS
                    PERFORM 0006-Imagen-Nueva
                ELSE
                    PERFORM 0006-Diferencias
                END-IF
            WHEN OTHER
                IF WS-ADACC = "R"
                    MOVE "RECOD" TO WS-LM-ACC
                ELSE
                    IF WS-ADACC = "U"
                        MOVE "MODIF" TO WS-LM-ACC
                    ELSE
                        MOVE WS-ADACC TO WS-LM-ACC
                    END-IF
                END-IF
                PERFORM 0006-Diferencias
        END-EVALUATE
        .

       0006-Imagen-Nueva SECTION.
        STRING "  " FUNCTION TRIM (WS-NUE-NOM)
            "  CD3 " WS-NUE-CD3 " NUM " WS-NUE-NUM
            " REG " WS-NUE-REG " MON " WS-NUE-MON
            " ACT " WS-NUE-ACT
            DELIMITED BY SIZE INTO WS-LINEA-VAL
            ON OVERFLOW CONTINUE
        END-STRING
        .

       0006-Diferencias SECTION.
        IF WS-ANT-COD NOT = WS-NUE-COD
            STRING "ABCOD " DELIMITED BY SIZE INTO WS-LM-CAMPOS
                WITH POINTER WS-PTR1
                ON OVERFLOW CONTINUE
            END-STRING
            STRING WS-ANT-COD ">" WS-NUE-COD "  "
                DELIMITED BY SIZE INTO WS-LINEA-VAL
                WITH POINTER WS-PTR2
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
        IF WS-ANT-REG NOT = WS-NUE-REG
            STRING "ABREG " DELIMITED BY SIZE INTO WS-LM-CAMPOS
                WITH POINTER WS-PTR1
                ON OVERFLOW CONTINUE
            END-STRING
            STRING "REG " WS-ANT-REG ">" WS-NUE-REG "  "
                DELIMITED BY SIZE INTO WS-LINEA-VAL
                WITH POINTER WS-PTR2
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
        IF WS-ANT-MON NOT = WS-NUE-MON
            STRING "ABMON " DELIMITED BY SIZE INTO WS-LM-CAMPOS
                WITH POINTER WS-PTR1
                ON OVERFLOW CONTINUE
            END-STRING
            STRING "MON " WS-ANT-MON ">" WS-NUE-MON "  "
                DELIMITED BY SIZE INTO WS-LINEA-VAL
                WITH POINTER WS-PTR2
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
        IF WS-ANT-ACT NOT = WS-NUE-ACT
            STRING "ABACT " DELIMITED BY SIZE INTO WS-LM-CAMPOS
                WITH POINTER WS-PTR1
                ON OVERFLOW CONTINUE
            END-STRING
            STRING "ACT " WS-ANT-ACT ">" WS-NUE-ACT "  "
                DELIMITED BY SIZE INTO WS-LINEA-VAL
                WITH POINTER WS-PTR2
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
        IF WS-ANT-CD3 NOT = WS-NUE-CD3
            STRING "ABCD3 " DELIMITED BY SIZE INTO WS-LM-CAMPOS
                WITH POINTER WS-PTR1
                ON OVERFLOW CONTINUE
            END-STRING
            STRING "CD3 " WS-ANT-CD3 ">" WS-NUE-CD3 "  "
                DELIMITED BY SIZE INTO WS-LINEA-VAL
                WITH POINTER WS-PTR2
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
        IF WS-ANT-NUM NOT = WS-NUE-NUM
            STRING "ABNUM " DELIMITED BY SIZE INTO WS-LM-CAMPOS
                WITH POINTER WS-PTR1
                ON OVERFLOW CONTINUE
            END-STRING
            STRING "NUM " WS-ANT-NUM ">" WS-NUE-NUM "  "
                DELIMITED BY SIZE INTO WS-LINEA-VAL
                WITH POINTER WS-PTR2
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
        IF WS-ANT-FEC NOT = WS-NUE-FEC
            STRING "ABFEC " DELIMITED BY SIZE INTO WS-LM-CAMPOS
                WITH POINTER WS-PTR1
                ON OVERFLOW CONTINUE
            END-STRING
            STRING "FEC " WS-ANT-FEC ">" WS-NUE-FEC "  "
                DELIMITED BY SIZE INTO WS-LINEA-VAL
                WITH POINTER WS-PTR2
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
      *  El nombre va ultimo: es el que mas ocupa.
        IF WS-ANT-NOM NOT = WS-NUE-NOM
            STRING "ABNOM " DELIMITED BY SIZE INTO WS-LM-CAMPOS
                WITH POINTER WS-PTR1
                ON OVERFLOW CONTINUE
            END-STRING
            STRING "NOM >" FUNCTION TRIM (WS-NUE-NOM)
                DELIMITED BY SIZE INTO WS-LINEA-VAL
                WITH POINTER WS-PTR2
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
        IF WS-PTR1 = 1
            MOVE "(SIN CAMBIOS DE CONTENIDO)" TO WS-LM-CAMPOS
        END-IF
        .

       0007-Mostrar-Resultado SECTION.
        EXEC CICS SEND TEXT
            FROM (WS-TEXTO-SALIDA)
            LENGTH (79)
            ERASE
        END-EXEC
        .

       0008-Leer-Control SECTION.
      *  Ultima fecha archivada por MGR025 segun paihist.ctl (el
      *  mayor CT-HASTA); sin control no hay nada archivado.
        MOVE 0 TO WS-ARCH-HASTA
        MOVE "archivo/paihist.ctl" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-CONTROL-PATH
        OPEN INPUT FD-CONTROL
        IF FS-CTL NOT = 0 AND FS-CTL NOT = 5
            GO TO 0008-Leer-Control-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-CONTROL
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF CT-HASTA IS NUMERIC
                IF CT-HASTA > WS-ARCH-HASTA
                    MOVE CT-HASTA TO WS-ARCH-HASTA
                END-IF
            END-IF
            READ FD-CONTROL
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-CONTROL
        .
       0008-Leer-Control-Fin.
        EXIT.

       0009-Verificar-Autorizacion SECTION.
      *  Autorizacion por operador: el maestro AUTORIZA (clave
      *  USERID + transaccion + funcion, lo mantiene MGR020) debe
      *  tener AJACT=1 para PAIH C; la paginacion es la misma
      *  consulta y se controla igual.
        MOVE 1 TO WS-AUTORIZADO
        MOVE SPACES TO WS-OPERADOR
        EXEC CICS ASSIGN
            USERID (WS-OPERADOR)
        END-EXEC
        MOVE WS-OPERADOR TO WS-AJOPE
        MOVE "PAIH" TO WS-AJTRN
        MOVE "C" TO WS-AJFUN
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

       END PROGRAM TXN006.
