      *                     existente y activa, como la carga batch)
      *   M XX <moneda>     corregir ABMON (valida contra MONEDAS)
      *   A XX <0|1>        baja / reactivacion (ABACT)
      *   F XX              baja forzada (ABACT 0 con dependientes)
      * Toda actualizacion se rechaza mientras PAISES este con la
      * bandera de carga alzada en CARGAS.
      * Doble control: PAIM no toca PAISES. Cada actualizacion queda
      * como solicitud pendiente (ANEST P) en PAIPEN con la imagen
      * actual y la propuesta y el operador que la pidio; la aplica
      * o la rechaza otro operador desde la transaccion PAIA
      * (TXN005), que es la que hace el REWRITE y graba PAIHIST.
      * Una sola solicitud pendiente por pais: mientras haya una, la
      * siguiente se rechaza. MGR039 vence las que nadie resolvio.
      * Mismo esquema pseudo-conversacional que TXN001/TXN002. Toda
      * funcion de actualizacion exige ademas entrada con AJACT=1 en
      * el maestro AUTORIZA (USERID + transaccion + funcion, lo
      * carga MGR020) y deja las imagenes antes/despues en el diario
      * sellado en linea (cola TD TXNJ), igual que IDMT y USRM. Los
      * archivos van por EXEC CICS contra las entradas FCT PAISES,
      * REGIONES, MONEDAS, CARGAS, AUTORIZA y PAIPEN. Los bloques
      * EXEC CICS los verifica el traductor CICS en la instalacion.
      * La baja (A XX 0) cuenta antes los USUARIOS activos con ACPAI
      * = ABCOD y las filas activas de PAINOM del pais; si hay
      * alguno se rechaza mostrando ambos conteos y el operador debe
      * reingresarla como F XX. F es una funcion propia en AUTORIZA
      * (se puede permitir A y denegar F) y exige tambien A; queda
      * en el diario TXNJ con funcion F, que es el rastro de la
      * anulacion del control. Recorre las entradas FCT USUARIOS y
      * PAINOM.
      * Dentro de una ventana de congelamiento de PAISES
      * (congelamientos.dat, rutina MGR044 con la funcion L; la
      * negativa va a mgr001_audit.log por la cola TD AUDI) no se
      * aceptan solicitudes. Emergencia: el operador antepone "E "
      * al comando (ej: "E N AR Argentina") y necesita la funcion E
      * de PAIM en AUTORIZA; la anulacion queda aparte en
      * congelamientos_emergencia.log (cola TD CEMG). PAIA controla
      * la ventana de nuevo al aprobar.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05 WS-AHDES         PIC X(40).
           05 WS-AHDEC         PIC 9(01).
           05 WS-AHACT         PIC 9(01).
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
       01 WS-CARGA-REC.
           05 WS-AGMAE         PIC X(10).
           05 WS-AGFLG         PIC 9(01).
               10 WS-AJFUN     PIC X(01).
           05 WS-AJACT         PIC 9(01).
       01 WS-AUTORIZADO        PIC 9(01).
       01 WS-USUARIO-REC.
           05 WS-ACCOD-KEY     PIC X(10).
           05 WS-ACNOM         PIC X(40).
           05 WS-ACIDI         PIC X(02).
           05 WS-ACPAI         PIC X(02).
           05 WS-ACACT         PIC 9(01).
           05 WS-ACPWE         PIC 9(08).
           05 WS-ACLOK         PIC 9(01).
           05 WS-ACULT         PIC 9(14).
       01 WS-PAINOM-REC.
           05 WS-AFKEY.
               10 WS-AFPAI     PIC X(02).
               10 WS-AFIDI     PIC X(02).
           05 WS-AFNOM         PIC X(40).
           05 WS-AFACT         PIC 9(01).
       01 WS-DEP-USUARIOS      PIC 9(05).
       01 WS-DEP-PAINOM        PIC 9(05).
       01 WS-FIN-LECTURA       PIC 9(01).
       01 WS-DIARIO-LINEA.
           05 WS-DIA-FECHA     PIC 9(08).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DIA-NUE       PIC X(85).
       01 WS-OPERADOR          PIC X(08).
       01 WS-EMERGENCIA        PIC 9(01).
       01 WS-CONGELADO         PIC 9(01).
       01 WS-FUNCION-GUARDADA  PIC X(01).
       01 WS-CONGELA.
       COPY "CONGELA-LK" IN "src/dds".
       01 WS-HORA-HOY          PIC 9(08).
       01 WS-PEN-INTENTOS      PIC 9(1).
       01 WS-PEN-GRABADO       PIC 9(1).
       01 WS-VALOR-NUEVO       PIC X(40).
       01 WS-VALIDO            PIC 9(1).
       01 WS-TEXTO-ENTRADA     PIC X(48).
       01 WS-TEXTO-AUX         PIC X(48).
       01 WS-TEXTO-SALIDA      PIC X(79).
       01 WS-LONG-ENTRADA      PIC S9(4) COMP VALUE 48.
       01 WS-FUNCION           PIC X(01).
           88 WS-FUNCION-CONSULTA      VALUE "B".
           88 WS-FUNCION-NOMBRE        VALUE "N".
           88 WS-FUNCION-REGION        VALUE "R".
           88 WS-FUNCION-MONEDA        VALUE "M".
           88 WS-FUNCION-ACTIVO        VALUE "A".
           88 WS-FUNCION-FORZAR        VALUE "F".
       01 WS-COMMAREA.
           05 WS-CA-MARCA      PIC X(01) VALUE "X".
       01 WS-MENU-TEXTO.
           05 WS-MENU-L1 PIC X(79) VALUE
              "PAIM - Mantenimiento de PAISES  (B=Consulta N=Nombre".
           05 WS-MENU-L2 PIC X(79) VALUE
              "   R=Region M=Moneda A=Activo 0/1 F=Baja forzada) ABCOD".

       LINKAGE SECTION.
       01 DFHCOMMAREA.
                    PERFORM 0004-Actualizar
                WHEN WS-FUNCION-ACTIVO
                    PERFORM 0004-Actualizar
                WHEN WS-FUNCION-FORZAR
                    PERFORM 0004-Actualizar
                WHEN OTHER
                    PERFORM 0001-Mostrar-Menu
            END-EVALUATE

       0002-Leer-Opcion SECTION.
        MOVE SPACES TO WS-TEXTO-ENTRADA
        MOVE 48 TO WS-LONG-ENTRADA
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
                MOVE WS-TEXTO-ENTRADA (3:46) TO WS-TEXTO-AUX
                MOVE WS-TEXTO-AUX TO WS-TEXTO-ENTRADA
            END-IF
            MOVE WS-TEXTO-ENTRADA (1:1) TO WS-FUNCION
            MOVE WS-TEXTO-ENTRADA (3:2) TO WS-ABCOD-KEY
            MOVE WS-TEXTO-ENTRADA (6:40) TO WS-VALOR-NUEVO
        IF WS-AUTORIZADO = 0
            GO TO 0004-Actualizar-Fin
        END-IF
        IF WS-FUNCION-FORZAR
      *     La baja forzada exige ademas la baja simple autorizada.
            MOVE "A" TO WS-FUNCION
            PERFORM 0009-Verificar-Autorizacion
            MOVE "F" TO WS-FUNCION
            IF WS-AUTORIZADO = 0
                GO TO 0004-Actualizar-Fin
            END-IF
        END-IF
        PERFORM 0013-Verificar-Congelamiento
        IF WS-CONGELADO = 1
            GO TO 0004-Actualizar-Fin
        END-IF
        PERFORM 0005-Validar-Valor
        IF WS-VALIDO = 0
            GO TO 0004-Actualizar-Fin
        END-IF
        IF WS-FUNCION-FORZAR
                OR (WS-FUNCION-ACTIVO AND WS-VALOR-NUEVO (1:1) = "0")
            PERFORM 0011-Contar-Dependencias
            IF WS-FUNCION-ACTIVO
                    AND (WS-DEP-USUARIOS > 0 OR WS-DEP-PAINOM > 0)
                MOVE SPACES TO WS-TEXTO-SALIDA
                STRING "EN USO: " WS-DEP-USUARIOS " USUARIOS "
                    WS-DEP-PAINOM " PAINOM ACTIVOS - REINGRESE F "
                    WS-ABCOD-KEY " PARA FORZAR"
                    DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
                PERFORM 0007-Mostrar-Resultado
                GO TO 0004-Actualizar-Fin
            END-IF
        END-IF
        PERFORM 0012-Buscar-Pendiente
        IF WS-PEN-HALLADO = 1
            MOVE SPACES TO WS-TEXTO-SALIDA
            STRING "YA HAY UN CAMBIO PENDIENTE PARA " WS-ABCOD-KEY
                " DE " WS-ANOPE " - RESOLVER EN PAIA"
                DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
            PERFORM 0007-Mostrar-Resultado
            GO TO 0004-Actualizar-Fin
        END-IF
        EXEC CICS READ
            FILE ("PAISES")
            INTO (WS-PAIS-REC)
            RIDFLD (WS-ABCOD-KEY)
            KEYLENGTH (2)
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
                    MOVE WS-VALOR-NUEVO (1:3) TO WS-ABMON
                WHEN WS-FUNCION-ACTIVO
                    MOVE WS-VALOR-NUEVO (1:1) TO WS-ABACT
                WHEN WS-FUNCION-FORZAR
                    MOVE 0 TO WS-ABACT
            END-EVALUATE
            PERFORM 0006-Grabar-Pendiente
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM 0010-Registrar-Diario
            END-IF
        END-IF
        EVALUATE WS-RESP
            WHEN DFHRESP(NORMAL)
                MOVE SPACES TO WS-TEXTO-SALIDA
                MOVE "CAMBIO PENDIENTE DE APROBACION EN PAIA" TO
                    WS-TEXTO-SALIDA (1:38)
                IF WS-FUNCION-FORZAR
                    STRING "BAJA FORZADA PENDIENTE EN PAIA ("
                        WS-DEP-USUARIOS " USUARIOS "
                        WS-DEP-PAINOM " PAINOM ACTIVOS)"
                        DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
                END-IF
            WHEN DFHRESP(NOTFND)
                MOVE "ABCOD NO ENCONTRADO" TO
                    WS-TEXTO-SALIDA (1:19)
            WHEN OTHER
                MOVE "ERROR AL REGISTRAR EL CAMBIO" TO
                    WS-TEXTO-SALIDA (1:28)
        END-EVALUATE
        PERFORM 0007-Mostrar-Resultado
        .
        END-IF
        .

       0006-Grabar-Pendiente SECTION.
      *  Solicitud en PAIPEN, estado P, con la imagen actual y la
      *  propuesta: clave ABCOD + fecha + hora + secuencia como
      *  PAIHIST; si la clave choca se corre la secuencia.
        MOVE WS-ABCOD-KEY TO WS-ANCOD
        ACCEPT WS-ANFEC FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        MOVE WS-HORA-HOY (1:6) TO WS-ANHOR
        MOVE 1 TO WS-ANSEQ
        IF WS-OPERADOR = SPACES
            MOVE "PAIM" TO WS-OPERADOR
        END-IF
        MOVE WS-FUNCION TO WS-ANFUN
        MOVE WS-VALOR-NUEVO TO WS-ANVAL
        MOVE WS-PAIS-ANTERIOR TO WS-ANANT
        MOVE WS-PAIS-REC TO WS-ANNUE
        MOVE "P" TO WS-ANEST
        MOVE WS-OPERADOR TO WS-ANOPE
        MOVE SPACES TO WS-ANAPR
        MOVE 0 TO WS-ANFDE
        MOVE 0 TO WS-ANHDE
        MOVE 0 TO WS-PEN-GRABADO
        MOVE 0 TO WS-PEN-INTENTOS
        PERFORM UNTIL WS-PEN-GRABADO = 1 OR WS-PEN-INTENTOS > 5
            ADD 1 TO WS-PEN-INTENTOS
            EXEC CICS WRITE
                FILE ("PAIPEN")
                FROM (WS-PENDIENTE-REC)
                RIDFLD (WS-ANKEY)
                KEYLENGTH (20)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(DUPREC)
                ADD 1 TO WS-ANSEQ
            ELSE
                MOVE 1 TO WS-PEN-GRABADO
            END-IF
        END-PERFORM
        .
        END-EXEC
        .

       0011-Contar-Dependencias SECTION.
      *  Usuarios activos con ACPAI = pais (USUARIOS no esta
      *  ordenado por pais: se recorre entero, solo lectura) y filas
      *  activas de PAINOM del pais (clave AFPAI + AFIDI: se recorre
      *  solo el tramo del pais).
        MOVE 0 TO WS-DEP-USUARIOS
        MOVE 0 TO WS-DEP-PAINOM
        MOVE LOW-VALUES TO WS-ACCOD-KEY
        EXEC CICS STARTBR
            FILE ("USUARIOS")
            RIDFLD (WS-ACCOD-KEY)
            KEYLENGTH (10)
            GTEQ
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE 0 TO WS-FIN-LECTURA
            PERFORM UNTIL WS-FIN-LECTURA = 1
                EXEC CICS READNEXT
                    FILE ("USUARIOS")
                    INTO (WS-USUARIO-REC)
                    RIDFLD (WS-ACCOD-KEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 1 TO WS-FIN-LECTURA
                ELSE
                    IF WS-ACACT = 1 AND WS-ACPAI = WS-ABCOD-KEY
                        ADD 1 TO WS-DEP-USUARIOS
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE ("USUARIOS")
            END-EXEC
        END-IF
        MOVE WS-ABCOD-KEY TO WS-AFPAI
        MOVE LOW-VALUES TO WS-AFIDI
        EXEC CICS STARTBR
            FILE ("PAINOM")
            RIDFLD (WS-AFKEY)
            KEYLENGTH (4)
            GTEQ
            RESP (WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE 0 TO WS-FIN-LECTURA
            PERFORM UNTIL WS-FIN-LECTURA = 1
                EXEC CICS READNEXT
                    FILE ("PAINOM")
                    INTO (WS-PAINOM-REC)
                    RIDFLD (WS-AFKEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                        OR WS-AFPAI NOT = WS-ABCOD-KEY
                    MOVE 1 TO WS-FIN-LECTURA
                ELSE
                    IF WS-AFACT = 1
                        ADD 1 TO WS-DEP-PAINOM
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE ("PAINOM")
            END-EXEC
        END-IF
        .

       0012-Buscar-Pendiente SECTION.
      *  Hay ya una solicitud P para el pais? Recorre en PAIPEN solo
      *  el tramo de la clave ABCOD.
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
            STRING "EN LINEA PAIM " WS-FUNCION " " WS-ABCOD-KEY
                DELIMITED BY SIZE INTO CG-EMERGENCIA
        END-IF
        MOVE "L" TO CG-FUNCION
        MOVE "PAISES" TO CG-MAESTRO
        MOVE "TXN004" TO CG-PROGRAMA
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

       COPY "CONGELA-TX-PR" IN "src/dds".

       END PROGRAM TXN004.
