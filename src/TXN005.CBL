       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXN005.
      ******************************************************************
      * CICS transaction PAIA - aprobacion de los cambios de PAISES
      * pedidos por PAIM (TXN004). PAIM deja cada cambio como
      * solicitud pendiente en PAIPEN (ANEST P) con la imagen del
      * pais al pedirlo y la imagen propuesta; aqui un segundo
      * operador la resuelve:
      *   L                 lista las solicitudes pendientes
      *   A XX              aprueba la pendiente del pais XX
      *   R XX              rechaza la pendiente del pais XX
      * Solo PAIA escribe PAISES. Al aprobar se hace el REWRITE con
      * la imagen propuesta y se graba PAIHIST (accion U, ADJOB =
      * operador que aprueba); la solicitud queda en PAIPEN con
      * estado A, quien la pidio (ANOPE), quien la aprobo (ANAPR),
      * fecha y hora. El rechazo deja estado R con los mismos
      * datos. Quien pidio el cambio no puede resolverlo. Si PAISES
      * cambio desde la solicitud (carga batch u otra aprobacion) la
      * aprobacion se rechaza: hay que rechazar la solicitud y
      * pedirla de nuevo sobre la imagen actual.
      * Mismo esquema pseudo-conversacional que PAIM; A y R exigen
      * AJACT=1 en AUTORIZA (transaccion PAIA) y se rechazan con
      * PAISES en carga (CARGAS). Cada resolucion va al diario TXNJ
      * con la imagen anterior y la propuesta y, al final de la
      * linea, el operador que pidio el cambio. La lista es solo
      * consulta, abierta como la consulta de PAIM. Archivos por
      * EXEC CICS contra las entradas FCT PAIPEN, PAISES, PAIHIST,
      * CARGAS y AUTORIZA. Los bloques EXEC CICS los verifica el
      * traductor CICS en la instalacion.
      * La aprobacion es la que cambia PAISES: dentro de una ventana
      * de congelamiento (congelamientos.dat, rutina MGR044 con la
      * funcion L) se rechaza y la negativa queda en
      * mgr001_audit.log (cola TD AUDI); el rechazo de una solicitud
      * sigue permitido. Emergencia: "E A XX", con la funcion E de
      * PAIA en AUTORIZA; la anulacion queda aparte en
      * congelamientos_emergencia.log (cola TD CEMG).
      * Cada aprobacion se aplica tambien a la huella de PAISES
      * (la funcion A de MGR048 por el file control de CICS, copy
      * HUELLA-TX-PR, entrada FCT HUELLAS) despues del diario, para
      * que la verificacion previa a las cargas (MGR049) no la
      * informe como un cambio hecho por fuera de los programas.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP              PIC S9(8) COMP.
       01 WS-PAIS-REC.
           05 WS-ABCOD-KEY     PIC X(02).
           05 WS-ABNOM         PIC X(40).
           05 WS-ABCD3         PIC X(03).
           05 WS-ABNUM         PIC 9(03).
           05 WS-ABACT         PIC 9(01).
           05 WS-ABREG         PIC X(02).
           05 WS-ABFEC         PIC 9(08).
           05 WS-ABMON         PIC X(03).
       01 WS-PENDIENTE-REC.
           05 WS-ANKEY.
               10 WS-ANCOD     PIC X(02).
               10 WS-ANFEC     PIC 9(08).
               10 WS-ANHOR     PIC 9(06).
               10 WS-ANSEQ     PIC 9(04).
           05 WS-ANFUN         PIC X(01).
           05 WS-ANVAL         PIC X(40).
           05 WS-ANANT         PIC X(62).
           05 WS-ANNUE         PIC X(62).
           05 WS-ANEST         PIC X(01).
           05 WS-ANOPE         PIC X(08).
           05 WS-ANAPR         PIC X(08).
           05 WS-ANFDE         PIC 9(08).
           05 WS-ANHDE         PIC 9(06).
       01 WS-PEN-HALLADO       PIC 9(01).
       01 WS-APLICADO          PIC 9(01).
       01 WS-PEN-CLAVE         PIC X(20).
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
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-SOLIC     PIC X(08).
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
       01 WS-HIST-INTENTOS     PIC 9(1).
       01 WS-HIST-GRABADO      PIC 9(1).
       01 WS-FIN-LECTURA       PIC 9(01).
       01 WS-LIN-IDX           PIC 9(02).
       01 WS-TEXTO-ENTRADA     PIC X(06).
       01 WS-TEXTO-AUX         PIC X(06).
       01 WS-TEXTO-SALIDA      PIC X(79).
       01 WS-LONG-ENTRADA      PIC S9(4) COMP VALUE 6.
       01 WS-FUNCION           PIC X(01).
           88 WS-FUNCION-LISTA         VALUE "L".
           88 WS-FUNCION-APROBAR       VALUE "A".
           88 WS-FUNCION-RECHAZAR      VALUE "R".
       01 WS-COMMAREA.
           05 WS-CA-MARCA      PIC X(01) VALUE "X".
       01 WS-MENU-TEXTO.
           05 WS-MENU-L1 PIC X(79) VALUE
              "PAIA - Aprobacion de cambios de PAISES  (L=Lista".
           05 WS-MENU-L2 PIC X(79) VALUE
              "   A=Aprobar R=Rechazar), seguido de ABCOD. Ej: A AR".
       01 WS-LINEA-PENDIENTE.
           05 WS-LP-COD        PIC X(02).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LP-FUN        PIC X(01).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LP-VAL        PIC X(40).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LP-OPE        PIC X(08).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LP-FEC        PIC 9(08).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-LP-HOR        PIC 9(06).
           05 FILLER           PIC X(09) VALUE SPACE.
       01 WS-PANTALLA.
           05 WS-PAN-TITULO    PIC X(79) VALUE
              "PAIA - CAMBIOS DE PAISES PENDIENTES DE APROBACION".
           05 WS-PAN-CAB.
               10 FILLER       PIC X(46) VALUE "PA F VALOR NUEVO".
               10 FILLER       PIC X(33) VALUE
                  "SOLICITO FECHA    HORA".
           05 WS-PAN-DET OCCURS 18 TIMES PIC X(79).
           05 WS-PAN-PIE       PIC X(79).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 LK-CA-MARCA      PIC X(01).

       PROCEDURE DIVISION.

       0000-Main SECTION.
        MOVE "X" TO WS-CA-MARCA
        IF EIBCALEN = 0
            PERFORM 0001-Mostrar-Menu
        ELSE
            PERFORM 0002-Leer-Opcion
            EVALUATE TRUE
                WHEN WS-FUNCION-LISTA
                    PERFORM 0003-Listar
                WHEN WS-FUNCION-APROBAR
                    PERFORM 0004-Resolver
                WHEN WS-FUNCION-RECHAZAR
                    PERFORM 0004-Resolver
                WHEN OTHER
                    PERFORM 0001-Mostrar-Menu
            END-EVALUATE
        END-IF
        EXEC CICS RETURN
            TRANSID ("PAIA")
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
        MOVE 6 TO WS-LONG-ENTRADA
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
                MOVE WS-TEXTO-ENTRADA (3:4) TO WS-TEXTO-AUX
                MOVE WS-TEXTO-AUX TO WS-TEXTO-ENTRADA
            END-IF
            MOVE WS-TEXTO-ENTRADA (1:1) TO WS-FUNCION
            MOVE WS-TEXTO-ENTRADA (3:2) TO WS-ABCOD-KEY
        ELSE
            MOVE SPACES TO WS-FUNCION
        END-IF
        .

       0003-Listar SECTION.
      *  Las pendientes en orden de clave (pais, fecha, hora); si no
      *  entran en una pantalla el pie lo avisa.
        MOVE 0 TO WS-LIN-IDX
        MOVE SPACES TO WS-PAN-PIE
        PERFORM VARYING WS-LIN-IDX FROM 1 BY 1 UNTIL WS-LIN-IDX > 18
            MOVE SPACES TO WS-PAN-DET (WS-LIN-IDX)
        END-PERFORM
        MOVE 0 TO WS-LIN-IDX
        MOVE LOW-VALUES TO WS-ANKEY
        EXEC CICS STARTBR
            FILE ("PAIPEN")
            RIDFLD (WS-ANKEY)
            KEYLENGTH (20)
            GTEQ
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE 0 TO WS-FIN-LECTURA
            PERFORM UNTIL WS-FIN-LECTURA = 1
                EXEC CICS READNEXT
                    FILE ("PAIPEN")
                    INTO (WS-PENDIENTE-REC)
                    RIDFLD (WS-ANKEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 1 TO WS-FIN-LECTURA
                ELSE
                    IF WS-ANEST = "P"
                        IF WS-LIN-IDX < 18
                            ADD 1 TO WS-LIN-IDX
                            MOVE WS-ANCOD TO WS-LP-COD
                            MOVE WS-ANFUN TO WS-LP-FUN
                            MOVE WS-ANVAL TO WS-LP-VAL
                            MOVE WS-ANOPE TO WS-LP-OPE
                            MOVE WS-ANFEC TO WS-LP-FEC
                            MOVE WS-ANHOR TO WS-LP-HOR
                            MOVE WS-LINEA-PENDIENTE TO
                                WS-PAN-DET (WS-LIN-IDX)
                        ELSE
                            MOVE "HAY MAS PENDIENTES - VUELVA A LISTAR"
                                TO WS-PAN-PIE
                            MOVE 1 TO WS-FIN-LECTURA
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE ("PAIPEN")
            END-EXEC
        END-IF
        IF WS-LIN-IDX = 0
            MOVE "NO HAY CAMBIOS PENDIENTES" TO WS-PAN-PIE
        END-IF
        EXEC CICS SEND TEXT
            FROM (WS-PANTALLA)
            LENGTH (LENGTH OF WS-PANTALLA)
            ERASE
        END-EXEC
        .

       0004-Resolver SECTION.
        IF WS-FUNCION-APROBAR
            PERFORM 0008-Verificar-Carga
            IF WS-CARGA-BLOQUEADA = 1
                GO TO 0004-Resolver-Fin
            END-IF
        END-IF
        PERFORM 0009-Verificar-Autorizacion
        IF WS-AUTORIZADO = 0
            GO TO 0004-Resolver-Fin
        END-IF
        IF WS-FUNCION-APROBAR
            PERFORM 0013-Verificar-Congelamiento
            IF WS-CONGELADO = 1
                GO TO 0004-Resolver-Fin
            END-IF
        END-IF
        PERFORM 0012-Buscar-Pendiente
        IF WS-PEN-HALLADO = 0
            MOVE SPACES TO WS-TEXTO-SALIDA
            STRING "NO HAY CAMBIO PENDIENTE PARA " WS-ABCOD-KEY
                DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
            PERFORM 0007-Mostrar-Resultado
            GO TO 0004-Resolver-Fin
        END-IF
        IF WS-ANOPE = WS-OPERADOR
            MOVE SPACES TO WS-TEXTO-SALIDA
            MOVE "QUIEN PIDIO EL CAMBIO NO PUEDE RESOLVERLO" TO
                WS-TEXTO-SALIDA (1:41)
            PERFORM 0007-Mostrar-Resultado
            GO TO 0004-Resolver-Fin
        END-IF
        MOVE WS-ANKEY TO WS-PEN-CLAVE
        EXEC CICS READ
            FILE ("PAIPEN")
            INTO (WS-PENDIENTE-REC)
            RIDFLD (WS-PEN-CLAVE)
            KEYLENGTH (20)
            UPDATE
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-ANEST NOT = "P"
            MOVE SPACES TO WS-TEXTO-SALIDA
            MOVE "LA SOLICITUD YA FUE RESUELTA" TO
                WS-TEXTO-SALIDA (1:28)
            PERFORM 0007-Mostrar-Resultado
            GO TO 0004-Resolver-Fin
        END-IF
        IF WS-FUNCION-APROBAR
            PERFORM 0005-Aplicar
            IF WS-APLICADO = 0
                EXEC CICS UNLOCK
                    FILE ("PAIPEN")
                END-EXEC
                PERFORM 0007-Mostrar-Resultado
                GO TO 0004-Resolver-Fin
            END-IF
            MOVE "A" TO WS-ANEST
        ELSE
            MOVE "R" TO WS-ANEST
        END-IF
        MOVE WS-OPERADOR TO WS-ANAPR
        ACCEPT WS-ANFDE FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        MOVE WS-HORA-HOY (1:6) TO WS-ANHDE
      *  Sin RESP: si PAIPEN no se actualiza la task abenda y CICS
      *  retrotrae tambien PAISES y PAIHIST.
        EXEC CICS REWRITE
            FILE ("PAIPEN")
            FROM (WS-PENDIENTE-REC)
        END-EXEC
        PERFORM 0010-Registrar-Diario
        MOVE SPACES TO WS-TEXTO-SALIDA
        IF WS-FUNCION-APROBAR
            STRING "CAMBIO " WS-ANFUN " DE " WS-ANCOD
                " APROBADO - PEDIDO POR " WS-ANOPE
                DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
        ELSE
            STRING "CAMBIO " WS-ANFUN " DE " WS-ANCOD
                " RECHAZADO - PEDIDO POR " WS-ANOPE
                DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
        END-IF
        PERFORM 0007-Mostrar-Resultado
        .
       0004-Resolver-Fin.
        EXIT.

       0005-Aplicar SECTION.
      *  REWRITE de PAISES con la imagen propuesta, solo si el pais
      *  sigue como estaba al pedir el cambio; despues PAIHIST.
        MOVE 0 TO WS-APLICADO
        MOVE SPACES TO WS-TEXTO-SALIDA
        EXEC CICS READ
            FILE ("PAISES")
            INTO (WS-PAIS-REC)
            RIDFLD (WS-ABCOD-KEY)
            KEYLENGTH (2)
            UPDATE
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            MOVE "ABCOD NO ENCONTRADO EN PAISES" TO
                WS-TEXTO-SALIDA (1:29)
            GO TO 0005-Aplicar-Fin
        END-IF
        IF WS-PAIS-REC NOT = WS-ANANT
            EXEC CICS UNLOCK
                FILE ("PAISES")
            END-EXEC
            STRING "PAIS MODIFICADO DESDE LA SOLICITUD - "
                "RECHACELA Y PIDALA DE NUEVO"
                DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
            GO TO 0005-Aplicar-Fin
        END-IF
        MOVE WS-ANNUE TO WS-PAIS-REC
        EXEC CICS REWRITE
            FILE ("PAISES")
            FROM (WS-PAIS-REC)
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            MOVE "ERROR AL ACTUALIZAR PAIS" TO
                WS-TEXTO-SALIDA (1:25)
            GO TO 0005-Aplicar-Fin
        END-IF
        PERFORM 0006-Grabar-Historial
        MOVE 1 TO WS-APLICADO
        .
       0005-Aplicar-Fin.
        EXIT.

       0006-Grabar-Historial SECTION.
      *  Imagen antes/despues en PAIHIST, accion U, con la misma
      *  clave ABCOD + fecha + hora + secuencia que usa MGR001; si
      *  la clave choca se corre la secuencia hasta hallar hueco.
      *  ADJOB es el operador que aprueba; quien lo pidio queda en
      *  PAIPEN y en el diario. Un cambio aprobado siempre queda en
      *  el historial: si PAIHIST no se graba (otro error, o la
      *  clave sigue chocando) la task abenda y CICS retrotrae
      *  tambien el REWRITE de PAISES, como con PAIPEN y TXNJ.
        MOVE WS-ABCOD-KEY TO WS-ADCOD
        ACCEPT WS-ADFEC FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        MOVE WS-HORA-HOY (1:6) TO WS-ADHOR
        MOVE 1 TO WS-ADSEQ
        MOVE WS-OPERADOR TO WS-ADJOB
        MOVE "U" TO WS-ADACC
        MOVE WS-ANANT TO WS-ADANT
        MOVE WS-ANNUE TO WS-ADNUE
        MOVE 0 TO WS-HIST-GRABADO
        MOVE 0 TO WS-HIST-INTENTOS
        PERFORM UNTIL WS-HIST-GRABADO = 1 OR WS-HIST-INTENTOS > 5
            ADD 1 TO WS-HIST-INTENTOS
            EXEC CICS WRITE
                FILE ("PAIHIST")
                FROM (WS-HIST-REC)
                RIDFLD (WS-ADKEY)
                KEYLENGTH (20)
                RESP (WS-RESP)
            END-EXEC
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                    MOVE 1 TO WS-HIST-GRABADO
                WHEN DFHRESP(DUPREC)
                    ADD 1 TO WS-ADSEQ
                WHEN OTHER
                    MOVE 9 TO WS-HIST-INTENTOS
            END-EVALUATE
        END-PERFORM
        IF WS-HIST-GRABADO NOT = 1
            EXEC CICS ABEND
                ABCODE ("PHIS")
            END-EXEC
        END-IF
        .

       0007-Mostrar-Resultado SECTION.
        EXEC CICS SEND TEXT
            FROM (WS-TEXTO-SALIDA)
            LENGTH (79)
            ERASE
        END-EXEC
        .

       0008-Verificar-Carga SECTION.
      *  Enclavamiento con MGR001: con la bandera "carga en curso"
      *  de PAISES alzada en CARGAS no se aprueba nada (el rechazo
      *  no toca PAISES y sigue permitido).
        MOVE 0 TO WS-CARGA-BLOQUEADA
        MOVE "PAISES" TO WS-AGMAE
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
      *  tener AJACT=1 para aprobar o rechazar.
        MOVE 1 TO WS-AUTORIZADO
        MOVE SPACES TO WS-OPERADOR
        EXEC CICS ASSIGN
            USERID (WS-OPERADOR)
        END-EXEC
        MOVE WS-OPERADOR TO WS-AJOPE
        MOVE "PAIA" TO WS-AJTRN
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
      *  extrapartition TXNJ, solo agrega): operador que resuelve,
      *  funcion (A o R), clave, imagen anterior y propuesta y, al
      *  final, el operador que pidio el cambio. Sin RESP a
      *  proposito: si el diario falla, la task abenda y CICS
      *  retrotrae la resolucion - nunca un cambio sin rastro.
        ACCEPT WS-DIA-FECHA FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        MOVE WS-HORA-HOY (1:6) TO WS-DIA-HORA
        MOVE WS-OPERADOR TO WS-DIA-OPER
        MOVE "PAIA" TO WS-DIA-TRN
        MOVE WS-FUNCION TO WS-DIA-FUN
        MOVE SPACES TO WS-DIA-CLAVE
        MOVE WS-ANCOD TO WS-DIA-CLAVE (1:2)
        MOVE WS-ANANT TO WS-DIA-ANT
        MOVE WS-ANNUE TO WS-DIA-NUE
        MOVE WS-ANOPE TO WS-DIA-SOLIC
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
        IF WS-FUNCION-APROBAR
            MOVE "A" TO HU-FUNCION
            MOVE "PAISES" TO HU-MAESTRO
            MOVE "TXN005" TO HU-PROGRAMA
            MOVE WS-OPERADOR TO HU-OPERADOR
            MOVE WS-ANANT TO HU-IMG-ANT
            MOVE WS-ANNUE TO HU-IMG-NUE
            PERFORM 0000-Huella-Ajustar
        END-IF
        .

       0012-Buscar-Pendiente SECTION.
      *  La solicitud P del pais (PAIM admite una sola a la vez);
      *  recorre en PAIPEN solo el tramo de la clave ABCOD.
        MOVE 0 TO WS-PEN-HALLADO
        MOVE WS-ABCOD-KEY TO WS-ANCOD
        MOVE 0 TO WS-ANFEC
        MOVE 0 TO WS-ANHOR
        MOVE 0 TO WS-ANSEQ
        EXEC CICS STARTBR
            FILE ("PAIPEN")
            RIDFLD (WS-ANKEY)
            KEYLENGTH (20)
            GTEQ
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE 0 TO WS-FIN-LECTURA
            PERFORM UNTIL WS-FIN-LECTURA = 1
                EXEC CICS READNEXT
                    FILE ("PAIPEN")
                    INTO (WS-PENDIENTE-REC)
                    RIDFLD (WS-ANKEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                        OR WS-ANCOD NOT = WS-ABCOD-KEY
                    MOVE 1 TO WS-FIN-LECTURA
                ELSE
                    IF WS-ANEST = "P"
                        MOVE 1 TO WS-PEN-HALLADO
                        MOVE 1 TO WS-FIN-LECTURA
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE ("PAIPEN")
            END-EXEC
        END-IF
        .

       0013-Verificar-Congelamiento SECTION.
      *  Ventanas de congelamiento (rutina MGR044): dentro de una
      *  ventana de PAISES la actualizacion se rechaza y la
      *  negativa queda en mgr001_audit.log. Con el comando
      *  precedido de E (emergencia, funcion E propia en AUTORIZA)
      *  sigue, y la anulacion se registra aparte; las dos lineas
      *  las graba 0000-Congela-Registrar por las colas TD.
        MOVE 0 TO WS-CONGELADO
        MOVE SPACES TO CG-EMERGENCIA
        IF WS-EMERGENCIA = 1
            MOVE WS-FUNCION TO WS-FUNCION-GUARDADA
            MOVE "E" TO WS-FUNCION
            PERFORM 0009-Verificar-Autorizacion
            MOVE WS-FUNCION-GUARDADA TO WS-FUNCION
            IF WS-AUTORIZADO = 0
                MOVE 1 TO WS-CONGELADO
                GO TO 0013-Verificar-Congelamiento-Fin
            END-IF
            STRING "EN LINEA PAIA " WS-FUNCION " " WS-ABCOD-KEY
                DELIMITED BY SIZE INTO CG-EMERGENCIA
        END-IF
        MOVE "L" TO CG-FUNCION
        MOVE "PAISES" TO CG-MAESTRO
        MOVE "TXN005" TO CG-PROGRAMA
        MOVE WS-OPERADOR TO CG-OPERADOR
        CALL "MGR044" USING WS-CONGELA
        PERFORM 0000-Congela-Registrar
        IF CG-CONGELADO
            MOVE 1 TO WS-CONGELADO
            MOVE SPACES TO WS-TEXTO-SALIDA
            STRING "PAISES CONGELADO HASTA " CG-HASTA " - "
                CG-MOTIVO DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
            PERFORM 0007-Mostrar-Resultado
        END-IF
        .
       0013-Verificar-Congelamiento-Fin.
        EXIT.

       COPY "HUELLA-TX-PR" IN "src/dds".

       COPY "CONGELA-TX-PR" IN "src/dds".

       END PROGRAM TXN005.
