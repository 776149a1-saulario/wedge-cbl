       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR044.
      ******************************************************************
      * Rutina de ventanas de congelamiento de datos de referencia:
      * durante el cierre de mes y la auditoria de fin de ano los
      * maestros no deben cambiar. Las ventanas se declaran en
      * congelamientos.dat del directorio de la entidad, una por
      * linea, en columnas fijas (* en la columna 1 comenta):
      *   1-10   maestro (IDIOMAS, PAISES, ...; TODOS = todos)
      *   12-25  desde AAAAMMDDHHMMSS
      *   27-40  hasta AAAAMMDDHHMMSS (inclusive)
      *   42-49  quien la declaro
      *   51-90  motivo
      * Se llama con CALL "MGR044" USING <area> (copy CONGELA-LK)
      * antes de tocar un maestro: la usan los pasos de MGR001, la
      * activacion diferida MGR017, el reclave MGR018 y las
      * funciones de actualizacion en linea de IDMT, PAIM, PAIA y
      * CAMB.
      * El archivo se relee en cada llamada (es chico y asi una
      * ventana declarada a mitad de la noche vale enseguida); sin
      * archivo no hay ventanas.
      * Negativa: linea en mgr001_audit.log con el rotulo CONGELADO
      * en la columna de maestro, el maestro negado en la columna
      * de perfil y RC 12 (como FORZADO de MGR019, MGR014 no la
      * confunde con un paso de carga).
      * Anulacion de emergencia: el llamador informa el motivo en
      * CG-EMERGENCIA (batch: variable MGR001_EMERGENCIA con el
      * motivo y numero de incidente; en linea: el operador
      * antepone E al comando y debe tener la funcion E de esa
      * transaccion en AUTORIZA). El cambio sigue, y queda
      * registrado aparte en congelamientos_emergencia.log (fecha,
      * hora, programa, operador, maestro, ventana anulada y motivo
      * de la emergencia) y con el rotulo EMERGENCIA en
      * mgr001_audit.log, para la revision del cierre.
      * En linea (funcion L) la rutina no escribe nada: devuelve
      * las lineas de auditoria y de emergencia en el area y la
      * transaccion las graba en sus colas TD (AUDI sobre
      * mgr001_audit.log y CEMG sobre congelamientos_emergencia.log
      * de la entidad), dentro de su unidad de trabajo. Lo unico que
      * hace en linea por fuera del file control de CICS es leer
      * congelamientos.dat, como ESTB (TXN003) lee la auditoria.
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL FD-CONGELA ASSIGN TO WS-CONGELA-PATH
            FILE STATUS IS FS-CONG
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-EMERGENCIA ASSIGN TO WS-EMERGENCIA-PATH
            FILE STATUS IS FS-EMER
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-AUDITORIA ASSIGN TO WS-RUTA-AUDITORIA
            FILE STATUS IS FS-AUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD FD-CONGELA.
        01 RG-CONGELA.
            05 CN-MAESTRO   PIC X(10).
            05 FILLER       PIC X(01).
            05 CN-DESDE     PIC X(14).
            05 FILLER       PIC X(01).
            05 CN-HASTA     PIC X(14).
            05 FILLER       PIC X(01).
            05 CN-DECLARO   PIC X(08).
            05 FILLER       PIC X(01).
            05 CN-MOTIVO    PIC X(40).
        FD FD-EMERGENCIA.
        01 RG-EMERGENCIA    PIC X(200).
        FD FD-AUDITORIA.
        01 RG-AUDITORIA     PIC X(100).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS-CONG         PIC 99.
        01 FS-EMER         PIC 99.
        01 FS-AUDIT        PIC 99.
        01 WS-CONGELA-PATH      PIC X(200) VALUE SPACES.
        01 WS-EMERGENCIA-PATH   PIC X(200) VALUE SPACES.
        01 WS-RESUELTO          PIC 9(1) VALUE 0.
        01 WS-AHORA.
            05 WS-AHORA-FECHA   PIC 9(08).
            05 WS-AHORA-HORA    PIC 9(06).
        01 WS-AHORA-NUM REDEFINES WS-AHORA PIC 9(14).
        01 WS-HORA-HOY          PIC 9(08).
        01 WS-HALLADA           PIC 9(1).
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
        01 WS-EMERGENCIA-LINEA.
            05 WS-EM-FECHA      PIC 9(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-EM-HORA       PIC 9(06).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-EM-PROGRAMA   PIC X(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-EM-OPERADOR   PIC X(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-EM-MAESTRO    PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-EM-DESDE      PIC 9(14).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-EM-HASTA      PIC 9(14).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-EM-DECLARO    PIC X(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-EM-VENTANA    PIC X(40).
            05 FILLER           PIC X(3) VALUE " | ".
            05 WS-EM-MOTIVO     PIC X(40).

       LINKAGE SECTION.
       01 LK-CONGELA.
       COPY "CONGELA-LK" IN "src/dds".

       PROCEDURE DIVISION USING LK-CONGELA.

       0000-MAIN SECTION.
        MOVE 0 TO CG-RC
        MOVE "L" TO CG-ESTADO
        MOVE 0 TO CG-DESDE
        MOVE 0 TO CG-HASTA
        MOVE SPACES TO CG-DECLARO
        MOVE SPACES TO CG-MOTIVO
        MOVE SPACES TO CG-LIN-AUDITORIA
        MOVE SPACES TO CG-LIN-EMERGENCIA
        IF NOT CG-VERIFICAR AND NOT CG-VERIFICAR-LINEA
            MOVE 8 TO CG-RC
            GOBACK
        END-IF
        IF WS-RESUELTO = 0
            PERFORM 0000-Entidad-Resolver
            MOVE "congelamientos.dat" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-CONGELA-PATH
            MOVE "congelamientos_emergencia.log" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-EMERGENCIA-PATH
            MOVE 1 TO WS-RESUELTO
        END-IF
        ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        MOVE WS-HORA-HOY (1:6) TO WS-AHORA-HORA
        PERFORM 0001-Buscar-Ventana
        IF WS-HALLADA = 1
            IF CG-EMERGENCIA = SPACES
                MOVE "C" TO CG-ESTADO
                MOVE 12 TO CG-RC
                PERFORM 0002-Auditar-Negativa
            ELSE
                MOVE "E" TO CG-ESTADO
                PERFORM 0003-Registrar-Emergencia
            END-IF
        END-IF
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0001-Buscar-Ventana SECTION.
      *  Primera ventana del maestro (o TODOS) que contiene el
      *  momento actual. Lineas con fechas no numericas se ignoran.
        MOVE 0 TO WS-HALLADA
        OPEN INPUT FD-CONGELA
        IF FS-CONG NOT = 0
            IF FS-CONG = 5
                CLOSE FD-CONGELA
            END-IF
            GO TO 0001-Buscar-Ventana-Fin
        END-IF
        READ FD-CONGELA
            AT END MOVE 10 TO FS-CONG
        END-READ
        PERFORM UNTIL FS-CONG NOT = 0 OR WS-HALLADA = 1
            IF CN-MAESTRO (1:1) NOT = "*"
                    AND (CN-MAESTRO = CG-MAESTRO
                         OR CN-MAESTRO = "TODOS")
                    AND CN-DESDE IS NUMERIC AND CN-HASTA IS NUMERIC
                IF CN-DESDE <= WS-AHORA AND CN-HASTA >= WS-AHORA
                    MOVE 1 TO WS-HALLADA
                    MOVE CN-DESDE TO CG-DESDE
                    MOVE CN-HASTA TO CG-HASTA
                    MOVE CN-DECLARO TO CG-DECLARO
                    MOVE CN-MOTIVO TO CG-MOTIVO
                END-IF
            END-IF
            IF WS-HALLADA = 0
                READ FD-CONGELA
                    AT END MOVE 10 TO FS-CONG
                END-READ
            END-IF
        END-PERFORM
        CLOSE FD-CONGELA
        .
       0001-Buscar-Ventana-Fin.
        EXIT.

       0002-Auditar-Negativa SECTION.
        MOVE "CONGELADO" TO WS-AUDIT-L-MASTER
        MOVE 12 TO WS-AUDIT-L-RC
        PERFORM 0004-Escribir-Auditoria
        .

       0003-Registrar-Emergencia SECTION.
        MOVE WS-AHORA-FECHA TO WS-EM-FECHA
        MOVE WS-AHORA-HORA TO WS-EM-HORA
        MOVE CG-PROGRAMA TO WS-EM-PROGRAMA
        MOVE CG-OPERADOR TO WS-EM-OPERADOR
        MOVE CG-MAESTRO TO WS-EM-MAESTRO
        MOVE CG-DESDE TO WS-EM-DESDE
        MOVE CG-HASTA TO WS-EM-HASTA
        MOVE CG-DECLARO TO WS-EM-DECLARO
        MOVE CG-MOTIVO TO WS-EM-VENTANA
        MOVE CG-EMERGENCIA TO WS-EM-MOTIVO
        IF CG-VERIFICAR-LINEA
            MOVE WS-EMERGENCIA-LINEA TO CG-LIN-EMERGENCIA
        ELSE
            OPEN EXTEND FD-EMERGENCIA
            IF FS-EMER = 35
                OPEN OUTPUT FD-EMERGENCIA
            END-IF
            MOVE WS-EMERGENCIA-LINEA TO RG-EMERGENCIA
            WRITE RG-EMERGENCIA
            CLOSE FD-EMERGENCIA
        END-IF
        MOVE "EMERGENCIA" TO WS-AUDIT-L-MASTER
        MOVE 0 TO WS-AUDIT-L-RC
        PERFORM 0004-Escribir-Auditoria
        .

       0004-Escribir-Auditoria SECTION.
        MOVE WS-AHORA-FECHA TO WS-AUDIT-L-FECHA
        MOVE WS-AHORA-HORA TO WS-AUDIT-L-HORA
        MOVE CG-OPERADOR TO WS-AUDIT-L-JOBID
        MOVE 0 TO WS-AUDIT-L-COUNT
        MOVE CG-MAESTRO TO WS-AUDIT-L-PERFIL
        IF CG-VERIFICAR-LINEA
            MOVE WS-AUDIT-LINEA TO CG-LIN-AUDITORIA
        ELSE
            OPEN EXTEND FD-AUDITORIA
            IF FS-AUDIT = 35
                OPEN OUTPUT FD-AUDITORIA
            END-IF
            MOVE WS-AUDIT-LINEA TO RG-AUDITORIA
            WRITE RG-AUDITORIA
            CLOSE FD-AUDITORIA
        END-IF
        .

       END PROGRAM MGR044.
