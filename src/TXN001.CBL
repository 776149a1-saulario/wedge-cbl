      * CICS against the FCT entry IDIOMAS, not a COBOL SELECT/FD -
      * FD-IDIOMAS/IDIOMAS-FS stay batch-only (MGR001's reload).
      *
      * A baja (D) first counts the active USUARIOS (ACIDI) and active
      * PAINOM rows (AFIDI) that still point at the language. If any
      * exist the baja is refused with both counts on screen; to go
      * ahead the operator re-keys it as F (baja forzada). F is its
      * own AUTORIZA function, so an operator can be allowed D and
      * denied F; F also requires D. The forced baja is journaled to
      * TXNJ under function F, which is the record of the override.
      * Both counts browse the FCT entries USUARIOS and PAINOM.
      *
      * A/C/D/F are refused while IDIOMAS is inside a change-freeze
      * window (congelamientos.dat, checked by the CALLed routine
      * MGR044, function L: it hands back the refusal line, which
      * goes to mgr001_audit.log through TD queue AUDI).
      * Emergency override: the operator keys "E " in front of the
      * command (e.g. "E C DE Deutsch"); it needs its own AUTORIZA
      * function E for IDMT, and the override is recorded
      * separately in congelamientos_emergencia.log (TD queue CEMG).
      *
      * Every committed change is also applied to the IDIOMAS
      * fingerprint right after the journal write, so the pre-load
      * check MGR049 does not report online maintenance as an
      * out-of-band edit. The adjustment is MGR048's function A
      * done through CICS file control (copy HUELLA-TX-PR, FCT
      * entry HUELLAS), so it commits and backs out with the update.
      *
      * cobc in this sandbox has no CICS translator, so EXEC CICS
      * blocks cannot be syntax-checked here (documented sandbox
      * limitation, not a defect) - desk-checked against standard
           05 WS-AANOM         PIC X(40).
           05 WS-AAACT         PIC 9(01).
       01 WS-AANOM-NUEVO       PIC X(40).
       01 WS-TEXTO-ENTRADA     PIC X(47).
       01 WS-TEXTO-AUX         PIC X(47).
       01 WS-TEXTO-SALIDA      PIC X(79).
       01 WS-LONG-ENTRADA      PIC S9(4) COMP VALUE 47.
       01 WS-LONG-SALIDA       PIC S9(4) COMP.
       01 WS-FUNCION           PIC X(01).
           88 WS-FUNCION-ALTA          VALUE "A".
           88 WS-FUNCION-CONSULTA      VALUE "B".
           88 WS-FUNCION-CORRECCION    VALUE "C".
           88 WS-FUNCION-BAJA          VALUE "D".
           88 WS-FUNCION-FORZAR        VALUE "F".
       01 WS-COMMAREA.
           05 WS-CA-MARCA      PIC X(01) VALUE "X".
       01 WS-CARGA-REC.
           05 WS-AJACT         PIC 9(01).
       01 WS-AUTORIZADO        PIC 9(01).
       01 WS-OPERADOR          PIC X(08).
       01 WS-EMERGENCIA        PIC 9(01).
       01 WS-CONGELADO         PIC 9(01).
       01 WS-FUNCION-GUARDADA  PIC X(01).
       01 WS-CONGELA.
       COPY "CONGELA-LK" IN "src/dds".
       01 WS-IDIOMA-ANTERIOR   PIC X(43).
       01 WS-HUELLA.
       COPY "HUELLA-LK" IN "src/dds".
       COPY "HUELLA-TX-WS" IN "src/dds".
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
       01 WS-HORA-HOY          PIC 9(08).
       01 WS-DIARIO-LINEA.
           05 WS-DIA-FECHA     PIC 9(08).
           05 WS-MENU-L1 PIC X(79) VALUE
              "IDMT - Mantenimiento de IDIOMAS  (A=Alta B=Consulta".
           05 WS-MENU-L2 PIC X(79) VALUE
              "   C=Correccion D=Baja F=Baja forzada), AACOD. Ej: A DE".

       LINKAGE SECTION.
       01 DFHCOMMAREA.
                    PERFORM 0005-Correccion
                WHEN WS-FUNCION-BAJA
                    PERFORM 0006-Baja
                WHEN WS-FUNCION-FORZAR
                    PERFORM 0006-Baja
                WHEN OTHER
                    PERFORM 0001-Mostrar-Menu
            END-EVALUATE

       0002-Leer-Opcion SECTION.
        MOVE SPACES TO WS-TEXTO-ENTRADA
        MOVE 47 TO WS-LONG-ENTRADA
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
                MOVE WS-TEXTO-ENTRADA (3:45) TO WS-TEXTO-AUX
                MOVE WS-TEXTO-AUX TO WS-TEXTO-ENTRADA
            END-IF
            MOVE WS-TEXTO-ENTRADA (1:1) TO WS-FUNCION
            MOVE WS-TEXTO-ENTRADA (3:2) TO WS-AACOD-KEY
            MOVE WS-TEXTO-ENTRADA (6:40) TO WS-AANOM
        IF WS-AUTORIZADO = 0
            GO TO 0003-Alta-Fin
        END-IF
        PERFORM 0012-Verificar-Congelamiento
        IF WS-CONGELADO = 1
            GO TO 0003-Alta-Fin
        END-IF
        MOVE SPACES TO WS-IDIOMA-ANTERIOR
        MOVE 1 TO WS-AAACT
        EXEC CICS WRITE
        IF WS-AUTORIZADO = 0
            GO TO 0005-Correccion-Fin
        END-IF
        PERFORM 0012-Verificar-Congelamiento
        IF WS-CONGELADO = 1
            GO TO 0005-Correccion-Fin
        END-IF
        MOVE WS-AANOM TO WS-AANOM-NUEVO
        EXEC CICS READ
            FILE ("IDIOMAS")
        IF WS-AUTORIZADO = 0
            GO TO 0006-Baja-Fin
        END-IF
        IF WS-FUNCION-FORZAR
      *     La baja forzada exige ademas la baja simple autorizada.
            MOVE "D" TO WS-FUNCION
            PERFORM 0009-Verificar-Autorizacion
            MOVE "F" TO WS-FUNCION
            IF WS-AUTORIZADO = 0
                GO TO 0006-Baja-Fin
            END-IF
        END-IF
        PERFORM 0012-Verificar-Congelamiento
        IF WS-CONGELADO = 1
            GO TO 0006-Baja-Fin
        END-IF
        PERFORM 0011-Contar-Dependencias
        IF WS-FUNCION-BAJA
                AND (WS-DEP-USUARIOS > 0 OR WS-DEP-PAINOM > 0)
            MOVE SPACES TO WS-TEXTO-SALIDA
            STRING "EN USO: " WS-DEP-USUARIOS " USUARIOS "
                WS-DEP-PAINOM " PAINOM ACTIVOS - REINGRESE F "
                WS-AACOD-KEY " PARA FORZAR"
                DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
            PERFORM 0007-Mostrar-Resultado
            GO TO 0006-Baja-Fin
        END-IF
        EXEC CICS READ
            FILE ("IDIOMAS")
            INTO (WS-IDIOMA-REC)
        EVALUATE WS-RESP
            WHEN DFHRESP(NORMAL)
                MOVE "IDIOMA DADO DE BAJA" TO WS-TEXTO-SALIDA (1:20)
                IF WS-FUNCION-FORZAR
                    STRING "IDIOMA DADO DE BAJA FORZADA ("
                        WS-DEP-USUARIOS " USUARIOS "
                        WS-DEP-PAINOM " PAINOM ACTIVOS)"
                        DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
                END-IF
                PERFORM 0010-Registrar-Diario
            WHEN DFHRESP(NOTFND)
                MOVE "AACOD NO ENCONTRADO" TO
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
        MOVE "IDIOMAS" TO HU-MAESTRO
        MOVE "TXN001" TO HU-PROGRAMA
        MOVE WS-OPERADOR TO HU-OPERADOR
        MOVE WS-IDIOMA-ANTERIOR TO HU-IMG-ANT
        MOVE WS-IDIOMA-REC TO HU-IMG-NUE
        PERFORM 0000-Huella-Ajustar
        .

       0012-Verificar-Congelamiento SECTION.
      *  Ventanas de congelamiento (rutina MGR044): dentro de una
      *  ventana de IDIOMAS la actualizacion se rechaza y la
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
                GO TO 0012-Verificar-Congelamiento-Fin
            END-IF
            STRING "EN LINEA IDMT " WS-FUNCION " " WS-AACOD-KEY
                DELIMITED BY SIZE INTO CG-EMERGENCIA
        END-IF
        MOVE "L" TO CG-FUNCION
        MOVE "IDIOMAS" TO CG-MAESTRO
        MOVE "TXN001" TO CG-PROGRAMA
        MOVE WS-OPERADOR TO CG-OPERADOR
        CALL "MGR044" USING WS-CONGELA
        PERFORM 0000-Congela-Registrar
        IF CG-CONGELADO
            MOVE 1 TO WS-CONGELADO
            MOVE SPACES TO WS-TEXTO-SALIDA
            STRING "IDIOMAS CONGELADO HASTA " CG-HASTA " - "
                CG-MOTIVO DELIMITED BY SIZE INTO WS-TEXTO-SALIDA
            PERFORM 0007-Mostrar-Resultado
        END-IF
        .
       0012-Verificar-Congelamiento-Fin.
        EXIT.

       0011-Contar-Dependencias SECTION.
      *  Usuarios activos con ACIDI = idioma y filas activas de
      *  PAINOM con AFIDI = idioma. Ninguno de los dos maestros esta
      *  ordenado por idioma, asi que se recorren enteros; la baja de
      *  un idioma es rara y el recorrido es solo de lectura.
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
                    IF WS-ACACT = 1 AND WS-ACIDI = WS-AACOD-KEY
                        ADD 1 TO WS-DEP-USUARIOS
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE ("USUARIOS")
            END-EXEC
        END-IF
        MOVE LOW-VALUES TO WS-AFKEY
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
                    MOVE 1 TO WS-FIN-LECTURA
                ELSE
                    IF WS-AFACT = 1 AND WS-AFIDI = WS-AACOD-KEY
                        ADD 1 TO WS-DEP-PAINOM
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE ("PAINOM")
            END-EXEC
        END-IF
        .

       COPY "HUELLA-TX-PR" IN "src/dds".

       COPY "CONGELA-TX-PR" IN "src/dds".

       END PROGRAM TXN001.
