            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBIOS-AI-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "FERIADOS-AK-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIMON-AR-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBSUS-AM-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "RESTRINGIDOS-AO-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-CARGA-CAMBIOS ASSIGN TO WS-CAMBIOS-CSV-PATH
            FILE STATUS IS FS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-CB-REJ
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT OPTIONAL FD-CAMBIOS-TOL ASSIGN TO WS-CB-TOL-PATH
            FILE STATUS IS FS-CB-TOL
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CAMBIOS-RET ASSIGN TO WS-CB-RET-PATH
            FILE STATUS IS FS-CB-RET
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CARGA-MONEDAS ASSIGN TO WS-MONEDAS-CSV-PATH
            FILE STATUS IS FS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-PN-REJ
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CARGA-FERIADOS ASSIGN TO WS-FERIADOS-CSV-PATH
            FILE STATUS IS FS
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-FERIADOS-REJ ASSIGN TO WS-FE-REJ-PATH
            FILE STATUS IS FS-FE-REJ
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CARGA-PAIMON ASSIGN TO WS-PAIMON-CSV-PATH
            FILE STATUS IS FS
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-PAIMON-REJ ASSIGN TO WS-PM-REJ-PATH
            FILE STATUS IS FS-PM-REJ
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CARGA-REGIONES ASSIGN TO WS-REGIONES-CSV-PATH
            FILE STATUS IS FS
            ORGANIZATION IS LINE SEQUENTIAL
        COPY "CARGAS-FS" IN "src/dds".
        COPY "MONEDAS-FS" IN "src/dds".
        COPY "CAMBIOS-FS" IN "src/dds".
        COPY "FERIADOS-FS" IN "src/dds".
        COPY "PAIMON-FS" IN "src/dds".
        COPY "CAMBSUS-FS" IN "src/dds".
        COPY "RESTRINGIDOS-FS" IN "src/dds".
        FD FD-CARGA-CAMBIOS.
        01 RG-CARGA-CAMBIOS.
            05 TEXTO-CB PIC X(1024).
        FD FD-CAMBIOS-REJ.
        01 RG-CAMBIOS-REJ   PIC X(1100).
        FD FD-CAMBIOS-TOL.
        01 RG-CAMBIOS-TOL.
            05 TL-AICOD     PIC X(03).
            05 FILLER       PIC X(01).
            05 TL-PCT       PIC X(03).
            05 FILLER       PIC X(73).
        FD FD-CAMBIOS-RET.
        01 RG-CAMBIOS-RET   PIC X(132).
        FD FD-CARGA-MONEDAS.
        01 RG-CARGA-MONEDAS.
            05 TEXTO-MO PIC X(1024).
            05 TEXTO-PN PIC X(1024).
        FD FD-PAINOM-REJ.
        01 RG-PAINOM-REJ    PIC X(1100).
        FD FD-CARGA-FERIADOS.
        01 RG-CARGA-FERIADOS.
            05 TEXTO-FE PIC X(1024).
        FD FD-FERIADOS-REJ.
        01 RG-FERIADOS-REJ  PIC X(1100).
        FD FD-CARGA-PAIMON.
        01 RG-CARGA-PAIMON.
            05 TEXTO-PM PIC X(1024).
        FD FD-PAIMON-REJ.
        01 RG-PAIMON-REJ    PIC X(1100).
        FD FD-CARGA-REGIONES.
        01 RG-CARGA-REGIONES.
            05 TEXTO-RE PIC X(1024).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 WS-CB-REJ-PATH       PIC X(200) VALUE SPACES.
        01 WS-CB-TOL-PATH       PIC X(200) VALUE SPACES.
        01 WS-CB-RET-PATH       PIC X(200) VALUE SPACES.
        01 WS-MO-REJ-PATH       PIC X(200) VALUE SPACES.
        01 WS-PN-REJ-PATH       PIC X(200) VALUE SPACES.
        01 WS-FE-REJ-PATH       PIC X(200) VALUE SPACES.
        01 WS-PM-REJ-PATH       PIC X(200) VALUE SPACES.
        01 WS-RE-REJ-PATH       PIC X(200) VALUE SPACES.
        01 WS-PA-REJ-PATH       PIC X(200) VALUE SPACES.
        01 WS-PEND-PATH         PIC X(200) VALUE SPACES.
            88 WS-STEP-IDIOMAS          VALUE "IDIOMAS".
            88 WS-STEP-REGIONES         VALUE "REGIONES".
            88 WS-STEP-PAINOM           VALUE "PAINOM".
            88 WS-STEP-FERIADOS         VALUE "FERIADOS".
            88 WS-STEP-PAIMON           VALUE "PAIMON".
            88 WS-STEP-MONEDAS          VALUE "MONEDAS".
            88 WS-STEP-CAMBIOS          VALUE "CAMBIOS".
            88 WS-STEP-PAISES           VALUE "PAISES".
        01 WS-CB-SKIP-IDX        PIC 9(2).
        01 WS-CB-CSV-LEIDOS      PIC 9(9) VALUE 0.
        01 WS-CAMBIOS-GRABADOS   PIC 9(9) VALUE 0.
        01 FS-CB-TOL             PIC 99.
        01 FS-CB-RET             PIC 99.
        01 WS-CB-TOL-DEFAULT     PIC 9(3) VALUE 20.
        01 WS-CB-TOL-TXT         PIC X(3).
        01 WS-CB-TOL-PCT         PIC 9(3).
        01 WS-CB-TOL-CNT         PIC 9(3) VALUE 0.
        01 WS-CB-TABLA-TOL.
            05 WS-CB-TOL-ENT OCCURS 300 TIMES.
                10 WS-CB-TOL-COD     PIC X(03).
                10 WS-CB-TOL-VAL     PIC 9(03).
        01 WS-CB-TOL-IDX         PIC 9(3).
        01 WS-CB-ULT-CNT         PIC 9(3) VALUE 0.
        01 WS-CB-TABLA-ULT.
            05 WS-CB-ULT-ENT OCCURS 300 TIMES.
                10 WS-CB-ULT-COD     PIC X(03).
                10 WS-CB-ULT-FEC     PIC 9(08).
                10 WS-CB-ULT-TAS     PIC 9(07)V9(06).
        01 WS-CB-ULT-IDX         PIC 9(3).
        01 WS-CB-ULT-POS         PIC 9(3).
        01 WS-CB-FECHA-N         PIC 9(08).
        01 WS-CB-ANT-TASA        PIC 9(07)V9(06).
        01 WS-CB-ANT-FECHA       PIC 9(08).
        01 WS-CB-VARIACION       PIC 9(05)V9(02).
        01 WS-CB-DIFERENCIA      PIC 9(07)V9(06).
        01 WS-CB-RETENIDA        PIC 9(1).
        01 WS-CB-FIN-ANT         PIC 9(1).
        01 WS-CB-MANUAL          PIC 9(1).
        01 WS-CB-MAN-TASA        PIC 9(07)V9(06).
        01 WS-CB-MAN-ED          PIC Z(6)9.9(6).
        01 WS-CB-MAN-CONF        PIC 9(9) VALUE 0.
        01 WS-CB-MAN-CNT         PIC 9(4) VALUE 0.
        01 WS-CB-MAN-LLENA       PIC 9(1).
        01 WS-CB-TABLA-MAN.
            05 WS-CB-MAN-ENT OCCURS 1000 TIMES.
                10 WS-CB-MAN-REG     PIC X(32).
                10 WS-CB-MAN-USADA   PIC 9(1).
        01 WS-CB-MAN-IDX         PIC 9(4).
        01 WS-CB-MAN-POS         PIC 9(4).
        01 WS-CB-RET-COUNT       PIC 9(9) VALUE 0.
        01 WS-CB-RET-LINEA.
            05 WS-CB-RET-L-AICOD    PIC X(03).
            05 FILLER               PIC X(2) VALUE SPACE.
            05 WS-CB-RET-L-AIFEC    PIC 9(08).
            05 FILLER               PIC X(2) VALUE SPACE.
            05 WS-CB-RET-L-TASA     PIC Z(6)9.9(6).
            05 FILLER               PIC X(2) VALUE SPACE.
            05 WS-CB-RET-L-ANT      PIC Z(6)9.9(6).
            05 FILLER               PIC X(2) VALUE SPACE.
            05 WS-CB-RET-L-FANT     PIC 9(08).
            05 FILLER               PIC X(2) VALUE SPACE.
            05 WS-CB-RET-L-VAR      PIC Z(4)9.99.
            05 FILLER               PIC X(2) VALUE "% ".
            05 FILLER               PIC X(4) VALUE "TOL ".
            05 WS-CB-RET-L-TOL      PIC ZZ9.
            05 FILLER               PIC X(1) VALUE "%".
        01 FS-DELTA               PIC 99.
        01 WS-DELTA-CSV-PATH      PIC X(200) VALUE SPACES.
        01 WS-DELTA-COUNT         PIC 9(9) VALUE 0.
        01 WS-PN-CSV-LEIDOS      PIC 9(9) VALUE 0.
        01 WS-PN-VALIDO          PIC 9(1).
        01 WS-PAINOM-GRABADOS    PIC 9(9) VALUE 0.
        01 WS-FERIADOS-CSV-PATH  PIC X(200) VALUE SPACES.
        01 WS-MODO-FERIADOS      PIC X(01) VALUE "U".
            88 WS-FERIADOS-TOTAL        VALUE "T".
            88 WS-FERIADOS-ACTUALIZA    VALUE "U".
        01 WS-FE-MODO-TXT        PIC X(01).
        01 WS-CSV-FERIADO.
            05 WS-AKPAI     PIC X(02).
            05 WS-AKFEC-X   PIC X(08).
            05 WS-AKDES     PIC X(40).
            05 WS-AKACT-X   PIC X(01).
        01 WS-FE-UNSTR-CNT      PIC 9(02).
        01 WS-FE-CSV-POS        PIC 9(4).
        01 WS-FE-CSV-CH         PIC X(1).
        01 WS-FE-CSV-EN-COMILLA PIC 9(1).
        01 WS-FE-CSV-CAMPO-NUM  PIC 9(1).
        01 WS-FE-CSV-CAMPO-LEN  PIC 9(4).
        01 WS-FE-CSV-CAMPO-BUF  PIC X(1024).
        01 FS-FE-REJ             PIC 99.
        01 WS-FE-REJ-COUNT       PIC 9(9) VALUE 0.
        01 WS-FE-REJ-SEQ         PIC 9(6) VALUE 0.
        01 WS-FE-REJ-MOTIVO      PIC X(30).
        01 WS-FE-REJ-LINEA.
            05 WS-FE-REJ-L-SEQ      PIC 9(6).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-FE-REJ-L-MOTIVO   PIC X(30).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-FE-REJ-L-TEXTO    PIC X(1024).
        01 WS-FE-SKIP-HEADERS    PIC 9(2) VALUE 2.
        01 WS-FE-SKIP-TXT        PIC X(2).
        01 WS-FE-SKIP-IDX        PIC 9(2).
        01 WS-FE-CSV-LEIDOS      PIC 9(9) VALUE 0.
        01 WS-FE-VALIDO          PIC 9(1).
        01 WS-FE-FECHA-TEST.
            05 WS-FE-FT-ANIO     PIC 9(04).
            05 WS-FE-FT-MES      PIC 9(02).
            05 WS-FE-FT-DIA      PIC 9(02).
        01 WS-FE-DIAS-MES        PIC 9(2).
        01 WS-FE-ANIO-RESTO      PIC 9(4).
        01 WS-FERIADOS-GRABADOS  PIC 9(9) VALUE 0.
        01 WS-PAIMON-CSV-PATH    PIC X(200) VALUE SPACES.
        01 WS-MODO-PAIMON        PIC X(01) VALUE "U".
            88 WS-PAIMON-TOTAL          VALUE "T".
            88 WS-PAIMON-ACTUALIZA      VALUE "U".
        01 WS-PM-MODO-TXT        PIC X(01).
        01 WS-CSV-PAIMON.
            05 WS-ARPAI     PIC X(02).
            05 WS-ARMON     PIC X(03).
            05 WS-ARDES-X   PIC X(08).
            05 WS-ARHAS-X   PIC X(08).
            05 WS-ARPRI-X   PIC X(01).
        01 WS-PM-UNSTR-CNT      PIC 9(02).
        01 WS-PM-CSV-POS        PIC 9(4).
        01 WS-PM-CSV-CH         PIC X(1).
        01 WS-PM-CSV-EN-COMILLA PIC 9(1).
        01 WS-PM-CSV-CAMPO-NUM  PIC 9(1).
        01 WS-PM-CSV-CAMPO-LEN  PIC 9(4).
        01 WS-PM-CSV-CAMPO-BUF  PIC X(1024).
        01 FS-PM-REJ             PIC 99.
        01 WS-PM-REJ-COUNT       PIC 9(9) VALUE 0.
        01 WS-PM-OBS-COUNT       PIC 9(9) VALUE 0.
        01 WS-PM-REJ-SEQ         PIC 9(6) VALUE 0.
        01 WS-PM-REJ-MOTIVO      PIC X(30).
        01 WS-PM-REJ-LINEA.
            05 WS-PM-REJ-L-SEQ      PIC 9(6).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-PM-REJ-L-MOTIVO   PIC X(30).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-PM-REJ-L-TEXTO    PIC X(1024).
        01 WS-PM-SKIP-HEADERS    PIC 9(2) VALUE 2.
        01 WS-PM-SKIP-TXT        PIC X(2).
        01 WS-PM-SKIP-IDX        PIC 9(2).
        01 WS-PM-CSV-LEIDOS      PIC 9(9) VALUE 0.
        01 WS-PM-VALIDO          PIC 9(1).
        01 WS-PAIMON-GRABADOS    PIC 9(9) VALUE 0.
      *  Vinculos de un pais para el control de vigencias que sigue
      *  a la carga (PAIMON queda en orden de ARPAI/ARMON/ARDES).
        01 WS-PM-PAIS-ACT        PIC X(02).
        01 WS-PM-VIN-CNT         PIC 9(03).
        01 WS-PM-VIN-TABLA.
            05 WS-PM-VIN OCCURS 100 TIMES.
                10 WS-PM-VIN-MON     PIC X(03).
                10 WS-PM-VIN-DES     PIC 9(08).
                10 WS-PM-VIN-HAS     PIC 9(08).
                10 WS-PM-VIN-PRI     PIC 9(01).
        01 WS-PM-I               PIC 9(03).
        01 WS-PM-J               PIC 9(03).
        01 WS-PM-PRI-HOY         PIC X(03).
        01 WS-PM-OBS-TEXTO.
            05 WS-PM-OBS-PAI     PIC X(02).
            05 FILLER            PIC X(01) VALUE ",".
            05 WS-PM-OBS-MON     PIC X(03).
            05 FILLER            PIC X(01) VALUE ",".
            05 WS-PM-OBS-DES     PIC 9(08).
            05 FILLER            PIC X(01) VALUE ",".
            05 WS-PM-OBS-HAS     PIC 9(08).
            05 FILLER            PIC X(01) VALUE ",".
            05 WS-PM-OBS-DET     PIC X(40).
        01 WS-USUARIOS-CSV-PATH  PIC X(200) VALUE SPACES.
        01 WS-MODO-USUARIOS      PIC X(01) VALUE "U".
            88 WS-USUARIOS-TOTAL        VALUE "T".
            05 WS-TP-COD OCCURS 300 TIMES PIC X(02).
        01 WS-TP-IDX             PIC 9(3).
        01 WS-TP-DESBORDE        PIC 9(1) VALUE 0.
        01 WS-TR-CNT             PIC 9(3) VALUE 0.
        01 WS-TABLA-RES-VAL.
            05 WS-TR-ENT OCCURS 300 TIMES.
                10 WS-TR-PAI     PIC X(02).
                10 WS-TR-NIV     PIC 9(01).
        01 WS-TR-IDX             PIC 9(3).
        01 WS-TR-HOY             PIC 9(08).
        01 WS-US-NIVEL-RES       PIC 9(1) VALUE 0.
        01 WS-US-RETENER         PIC 9(1) VALUE 0.
        01 WS-US-LISTAR          PIC 9(1) VALUE 0.
        01 WS-US-PAI-RES         PIC X(02).
        01 WS-US-PAI-ANT         PIC X(02).
        01 WS-US-LOK-ANT         PIC 9(1).
        01 WS-US-PREVIO          PIC 9(1) VALUE 0.
        01 WS-US-PRV-CNT         PIC 9(5) VALUE 0.
        01 WS-US-PRV-PTR         PIC 9(5) VALUE 1.
        01 WS-US-PRV-LLENA       PIC 9(1) VALUE 0.
        01 WS-US-TABLA-PREV.
            05 WS-US-PRV-ENT OCCURS 5000 TIMES.
                10 WS-US-PRV-ACCOD   PIC X(10).
                10 WS-US-PRV-PAI     PIC X(02).
                10 WS-US-PRV-LOK     PIC 9(01).
        01 WS-US-RETENIDOS       PIC 9(9) VALUE 0.
        01 WS-CONGELA.
        COPY "CONGELA-LK" IN "src/dds".
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-AUDIT-LINEA.
            05 WS-AUDIT-L-FECHA    PIC 9(8).
            05 FILLER              PIC X(1) VALUE SPACE.
                MOVE "PAINOM" TO WS-AUDIT-MASTER
                MOVE WS-PAINOM-GRABADOS TO WS-AUDIT-COUNT
                PERFORM 0000-Auditoria-Registrar
            WHEN WS-STEP-FERIADOS
                PERFORM 0001-Feriados-Paso
                MOVE "FERIADOS" TO WS-AUDIT-MASTER
                MOVE WS-FERIADOS-GRABADOS TO WS-AUDIT-COUNT
                PERFORM 0000-Auditoria-Registrar
            WHEN WS-STEP-PAIMON
                PERFORM 0001-Paimon-Paso
                MOVE "PAIMON" TO WS-AUDIT-MASTER
                MOVE WS-PAIMON-GRABADOS TO WS-AUDIT-COUNT
                PERFORM 0000-Auditoria-Registrar
            WHEN WS-STEP-USUARIOS
                PERFORM 0001-Usuarios-Paso
                MOVE "USUARIOS" TO WS-AUDIT-MASTER
                MOVE "PAINOM" TO WS-AUDIT-MASTER
                MOVE WS-PAINOM-GRABADOS TO WS-AUDIT-COUNT
                PERFORM 0000-Auditoria-Registrar
                PERFORM 0001-Feriados-Paso
                MOVE "FERIADOS" TO WS-AUDIT-MASTER
                MOVE WS-FERIADOS-GRABADOS TO WS-AUDIT-COUNT
                PERFORM 0000-Auditoria-Registrar
                PERFORM 0001-Paimon-Paso
                MOVE "PAIMON" TO WS-AUDIT-MASTER
                MOVE WS-PAIMON-GRABADOS TO WS-AUDIT-COUNT
                PERFORM 0000-Auditoria-Registrar
                PERFORM 0001-Usuarios-Paso
                MOVE "USUARIOS" TO WS-AUDIT-MASTER
                MOVE WS-USUARIOS-GRABADOS TO WS-AUDIT-COUNT
        MOVE "cambios_rechazados.txt" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-CB-REJ-PATH
        MOVE "cambios_tolerancias.dat" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-CB-TOL-PATH
        MOVE "cambios_retenidos.txt" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-CB-RET-PATH
        MOVE "paises_rechazados.txt" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-PA-REJ-PATH
        MOVE "painom_rechazados.txt" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-PN-REJ-PATH
        MOVE "feriados_rechazados.txt" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-FE-REJ-PATH
        MOVE "paimon_rechazados.txt" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-PM-REJ-PATH
        MOVE "usuarios_rechazados.txt" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-US-REJ-PATH
                IF WS-PARM-CAMPO1 = "ALL" OR WS-PARM-CAMPO1 = "IDIOMAS"
                        OR WS-PARM-CAMPO1 = "REGIONES"
                        OR WS-PARM-CAMPO1 = "PAINOM"
                        OR WS-PARM-CAMPO1 = "FERIADOS"
                        OR WS-PARM-CAMPO1 = "PAIMON"
                        OR WS-PARM-CAMPO1 = "MONEDAS"
                        OR WS-PARM-CAMPO1 = "CAMBIOS"
                        OR WS-PARM-CAMPO1 = "PAISES"
      *  control CARGAS: las transacciones en linea rechazan
      *  actualizaciones mientras este alzada, y una segunda carga
      *  del mismo maestro falla rapido con RC 12.
      *  Un maestro dentro de una ventana de congelamiento tampoco
      *  se carga (RC 12, salvo emergencia declarada).
        MOVE 0 TO WS-CARGA-LIBRE
        PERFORM 0000-Jobid-Obtener
        PERFORM 0000-Congelamiento-Verificar
        IF CG-CONGELADO
            GO TO 0000-Carga-Bloquear-Fin
        END-IF
        OPEN I-O SHARING WITH ALL OTHER FD-CARGAS
        IF FS = 35
            OPEN OUTPUT SHARING WITH ALL OTHER FD-CARGAS
            CLOSE FD-CARGAS
        END-IF
        .
       0000-Carga-Bloquear-Fin.
        EXIT.

       0000-Congelamiento-Verificar SECTION.
      *  Ventanas de congelamiento (congelamientos.dat, rutina
      *  MGR044). MGR001_EMERGENCIA con el motivo de la emergencia
      *  deja cargar igual; la anulacion queda registrada aparte.
        MOVE "V" TO CG-FUNCION
        MOVE WS-CARGA-MAESTRO TO CG-MAESTRO
        MOVE "MGR001" TO CG-PROGRAMA
        MOVE WS-AUDIT-JOBID TO CG-OPERADOR
        MOVE SPACES TO CG-EMERGENCIA
        ACCEPT CG-EMERGENCIA FROM ENVIRONMENT "MGR001_EMERGENCIA"
        CALL "MGR044" USING WS-CONGELA
        IF CG-CONGELADO
            DISPLAY "MAESTRO CONGELADO: " WS-CARGA-MAESTRO
                " desde " CG-DESDE " hasta " CG-HASTA
            DISPLAY "  declarado por " CG-DECLARO ": " CG-MOTIVO
            DISPLAY "  no se carga (RC 12); emergencia: "
                "MGR001_EMERGENCIA=<motivo>"
        END-IF
        IF CG-FORZADO
            DISPLAY "EMERGENCIA: se carga " WS-CARGA-MAESTRO
                " dentro de la ventana congelada hasta " CG-HASTA
            DISPLAY "  motivo: " CG-EMERGENCIA
        END-IF
        .

       0000-Carga-Liberar SECTION.
        PERFORM 0000-Huella-Grabar
        OPEN I-O SHARING WITH ALL OTHER FD-CARGAS
        IF FS = 0
            MOVE WS-CARGA-MAESTRO TO AGMAE
        END-IF
        .

       0000-Huella-Grabar SECTION.
      *  Huella del maestro recien cargado (rutina MGR048), grabada
      *  antes de bajar la bandera de CARGAS para que ningun cambio
      *  en linea se cuele en medio: MGR049 la compara antes de las
      *  cargas de la noche siguiente.
        MOVE "G" TO HU-FUNCION
        MOVE WS-CARGA-MAESTRO TO HU-MAESTRO
        MOVE "MGR001" TO HU-PROGRAMA
        MOVE WS-AUDIT-JOBID TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR001: no se pudo grabar la huella de "
                WS-CARGA-MAESTRO " (RC " HU-RC ")"
            MOVE 8 TO WS-RC
        END-IF
        .

       0001-Idiomas-Paso SECTION.
        MOVE "IDIOMAS" TO WS-CARGA-MAESTRO
        PERFORM 0000-Carga-Bloquear
        END-IF
        .

       0001-Feriados-Paso SECTION.
        MOVE "FERIADOS" TO WS-CARGA-MAESTRO
        PERFORM 0000-Carga-Bloquear
        IF WS-CARGA-LIBRE = 1
            PERFORM 0001-Feriados
            PERFORM 0000-Carga-Liberar
        ELSE
            IF WS-RC < 12
                MOVE 12 TO WS-RC
            END-IF
        END-IF
        .

       0001-Paimon-Paso SECTION.
        MOVE "PAIMON" TO WS-CARGA-MAESTRO
        PERFORM 0000-Carga-Bloquear
        IF WS-CARGA-LIBRE = 1
            PERFORM 0001-Paimon
            PERFORM 0000-Carga-Liberar
        ELSE
            IF WS-RC < 12
                MOVE 12 TO WS-RC
            END-IF
        END-IF
        .

       0001-Usuarios-Paso SECTION.
        MOVE "USUARIOS" TO WS-CARGA-MAESTRO
        PERFORM 0000-Carga-Bloquear
      *  MONEDAS, mismo criterio con que el paso de paises rechaza
      *  un ABMON malo. El CSV trae moneda, fecha y tasa con punto
      *  decimal (AICOD,AIFEC,AITAS).
      *  Cada tasa se compara con la anterior de la misma moneda: si
      *  se mueve mas que la tolerancia (CAMBIOS_TOLERANCIA en %, o
      *  la de la moneda en cambios_tolerancias.dat, "AICOD PPP";
      *  cero no controla) NO se aplica: queda retenida en CAMBSUS
      *  para que tesoreria la libere o rechace con MGR037, sale en
      *  cambios_retenidos.txt y el paso termina con RC 4. Un
      *  corrimiento de la coma del proveedor no llega al maestro.
      *  Las tasas manuales (AIJOB "*" + operador, las ingresa
      *  tesoreria con la transaccion CAMB cuando el proveedor se
      *  atrasa) no se pisan: si el CSV trae la misma AIKEY con otra
      *  tasa se conserva la manual y la linea sale en
      *  cambios_rechazados.txt como CONFLICTO MANUAL, con RC 4. En
      *  modo T se guardan antes de vaciar el maestro y se vuelven a
      *  grabar; si son mas de las que entran en la tabla, la
      *  corrida pasa a modo U para no perder ninguna.
        DISPLAY "Cambios..."
        MOVE "CAMBIOS_CSV" TO WS-CFG-CLAVE
        PERFORM 0000-Config-Leer
        IF WS-CB-MODO-TXT = "T" OR WS-CB-MODO-TXT = "U"
            MOVE WS-CB-MODO-TXT TO WS-MODO-CAMBIOS
        END-IF
        MOVE 0 TO WS-CB-MAN-CNT
        MOVE 0 TO WS-CB-MAN-CONF
        IF WS-CAMBIOS-TOTAL
            PERFORM 0001-Cambios-Manuales-Leer
        END-IF

        IF WS-CAMBIOS-ACTUALIZA
            OPEN I-O SHARING WITH ALL OTHER FD-CAMBIOS
        OPEN INPUT SHARING WITH ALL OTHER FD-MONEDAS
        PERFORM 0000-Valida-FS
        PERFORM 0000-Jobid-Obtener
        OPEN I-O SHARING WITH ALL OTHER FD-CAMBSUS
        IF FS = 35
            OPEN OUTPUT SHARING WITH ALL OTHER FD-CAMBSUS
            CLOSE FD-CAMBSUS
            OPEN I-O SHARING WITH ALL OTHER FD-CAMBSUS
        END-IF
        PERFORM 0000-Valida-FS
        PERFORM 0001-Cambios-Tolerancias-Leer
        OPEN OUTPUT FD-CAMBIOS-RET
        MOVE 0 TO WS-CB-RET-COUNT
        MOVE 0 TO WS-CB-ULT-CNT

        OPEN OUTPUT FD-CAMBIOS-REJ
        MOVE 0 TO WS-CB-REJ-COUNT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        IF WS-CAMBIOS-TOTAL
            PERFORM 0001-Cambios-Manuales-Grabar
        END-IF

        CLOSE FD-CARGA-CAMBIOS
        CLOSE FD-CAMBIOS
        PERFORM 0000-Valida-FS
        CLOSE FD-CAMBSUS
        CLOSE FD-MONEDAS
        CLOSE FD-CAMBIOS-REJ
        CLOSE FD-CAMBIOS-RET
        DISPLAY FS
        DISPLAY "=== Totales de carga CAMBIOS ==="
        DISPLAY "Lineas CSV leidas   : " WS-CB-CSV-LEIDOS
        DISPLAY "Cambios grabados    : " WS-CAMBIOS-GRABADOS
        DISPLAY "Cambios rechazados  : " WS-CB-REJ-COUNT
        DISPLAY "Cambios retenidos   : " WS-CB-RET-COUNT
        DISPLAY "Conflictos manuales : " WS-CB-MAN-CONF
        IF WS-CB-RET-COUNT > 0
            DISPLAY "Tasas retenidas por tolerancia: ver "
                FUNCTION TRIM (WS-CB-RET-PATH)
                " y liberar o rechazar con MGR037"
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        END-IF
        .

       0001-Cambios-Tolerancias-Leer SECTION.
      *  Tolerancia por defecto del perfil (porcentaje entero de
      *  tres digitos, "020") y, si existe, la tabla por moneda
      *  (AICOD en 1-3, porcentaje en 5-7; * comenta la linea).
        MOVE 20 TO WS-CB-TOL-DEFAULT
        MOVE "CAMBIOS_TOLERANCIA" TO WS-CFG-CLAVE
        PERFORM 0000-Config-Leer
        MOVE WS-CFG-VALOR (1:3) TO WS-CB-TOL-TXT
        IF WS-CB-TOL-TXT IS NUMERIC
            MOVE WS-CB-TOL-TXT TO WS-CB-TOL-DEFAULT
        END-IF
        MOVE 0 TO WS-CB-TOL-CNT
        OPEN INPUT FD-CAMBIOS-TOL
        IF FS-CB-TOL NOT = 0
            GO TO 0001-Cambios-Tolerancias-Leer-Fin
        END-IF
        READ FD-CAMBIOS-TOL
            AT END MOVE 10 TO FS-CB-TOL
        END-READ
        PERFORM UNTIL FS-CB-TOL NOT = 0
            IF TL-AICOD (1:1) NOT = "*" AND TL-AICOD NOT = SPACES
                    AND TL-PCT IS NUMERIC AND WS-CB-TOL-CNT < 300
                ADD 1 TO WS-CB-TOL-CNT
                MOVE TL-AICOD TO WS-CB-TOL-COD (WS-CB-TOL-CNT)
                MOVE TL-PCT TO WS-CB-TOL-VAL (WS-CB-TOL-CNT)
            END-IF
            READ FD-CAMBIOS-TOL
                AT END MOVE 10 TO FS-CB-TOL
            END-READ
        END-PERFORM
        CLOSE FD-CAMBIOS-TOL
        .
       0001-Cambios-Tolerancias-Leer-Fin.
        EXIT.

       0001-Cambios-Tolerancia SECTION.
      *  Tasa anterior de la moneda: la ultima de CAMBIOS con fecha
      *  menor (en modo T el maestro se esta rearmando y se toma la
      *  ultima aplicada en esta misma corrida). Sin anterior no
      *  hay contra que comparar y la tasa pasa.
        MOVE 0 TO WS-CB-RETENIDA
        MOVE WS-CB-TOL-DEFAULT TO WS-CB-TOL-PCT
        PERFORM VARYING WS-CB-TOL-IDX FROM 1 BY 1
                UNTIL WS-CB-TOL-IDX > WS-CB-TOL-CNT
            IF WS-CB-TOL-COD (WS-CB-TOL-IDX) = WS-AICOD
                MOVE WS-CB-TOL-VAL (WS-CB-TOL-IDX) TO WS-CB-TOL-PCT
            END-IF
        END-PERFORM
        IF WS-CB-TOL-PCT = 0
            GO TO 0001-Cambios-Tolerancia-Fin
        END-IF
        MOVE WS-AIFEC-X TO WS-CB-FECHA-N
        MOVE 0 TO WS-CB-ANT-TASA
        MOVE 0 TO WS-CB-ANT-FECHA
        IF WS-CAMBIOS-ACTUALIZA
            MOVE WS-AICOD TO AICOD
            MOVE 0 TO AIFEC
            MOVE 0 TO WS-CB-FIN-ANT
            START FD-CAMBIOS KEY IS NOT LESS THAN AIKEY
                INVALID KEY MOVE 1 TO WS-CB-FIN-ANT
            END-START
            IF WS-CB-FIN-ANT = 0
                READ FD-CAMBIOS NEXT
                    AT END MOVE 1 TO WS-CB-FIN-ANT
                END-READ
            END-IF
            PERFORM UNTIL WS-CB-FIN-ANT = 1
                    OR AICOD NOT = WS-AICOD
                    OR AIFEC NOT < WS-CB-FECHA-N
                MOVE AITAS TO WS-CB-ANT-TASA
                MOVE AIFEC TO WS-CB-ANT-FECHA
                READ FD-CAMBIOS NEXT
                    AT END MOVE 1 TO WS-CB-FIN-ANT
                END-READ
            END-PERFORM
        ELSE
            PERFORM VARYING WS-CB-ULT-IDX FROM 1 BY 1
                    UNTIL WS-CB-ULT-IDX > WS-CB-ULT-CNT
                IF WS-CB-ULT-COD (WS-CB-ULT-IDX) = WS-AICOD
                        AND WS-CB-ULT-FEC (WS-CB-ULT-IDX) <
                            WS-CB-FECHA-N
                    MOVE WS-CB-ULT-TAS (WS-CB-ULT-IDX) TO
                        WS-CB-ANT-TASA
                    MOVE WS-CB-ULT-FEC (WS-CB-ULT-IDX) TO
                        WS-CB-ANT-FECHA
                END-IF
            END-PERFORM
        END-IF
        IF WS-CB-ANT-TASA = 0
            GO TO 0001-Cambios-Tolerancia-Fin
        END-IF
        IF WS-CB-TASA-NUM > WS-CB-ANT-TASA
            COMPUTE WS-CB-DIFERENCIA = WS-CB-TASA-NUM - WS-CB-ANT-TASA
        ELSE
            COMPUTE WS-CB-DIFERENCIA = WS-CB-ANT-TASA - WS-CB-TASA-NUM
        END-IF
        COMPUTE WS-CB-VARIACION ROUNDED =
            WS-CB-DIFERENCIA * 100 / WS-CB-ANT-TASA
            ON SIZE ERROR
                MOVE 99999.99 TO WS-CB-VARIACION
        END-COMPUTE
        IF WS-CB-VARIACION > WS-CB-TOL-PCT
            MOVE 1 TO WS-CB-RETENIDA
        END-IF
        .
       0001-Cambios-Tolerancia-Fin.
        EXIT.

       0001-Cambios-Retener SECTION.
      *  La tasa queda pendiente (AMEST P) en CAMBSUS; si la misma
      *  AIKEY ya estaba retenida se pisa con la de esta noche.
        MOVE WS-AICOD TO AMCOD
        MOVE WS-CB-FECHA-N TO AMFEC
        READ FD-CAMBSUS KEY IS AMKEY
            INVALID KEY
                PERFORM 0001-Cambios-Retener-Armar
                WRITE RG-CAMBSUS
                    INVALID KEY MOVE 8 TO WS-RC
                END-WRITE
            NOT INVALID KEY
                PERFORM 0001-Cambios-Retener-Armar
                REWRITE RG-CAMBSUS
                    INVALID KEY MOVE 8 TO WS-RC
                END-REWRITE
        END-READ
        ADD 1 TO WS-CB-RET-COUNT
        MOVE WS-AICOD TO WS-CB-RET-L-AICOD
        MOVE WS-CB-FECHA-N TO WS-CB-RET-L-AIFEC
        MOVE WS-CB-TASA-NUM TO WS-CB-RET-L-TASA
        MOVE WS-CB-ANT-TASA TO WS-CB-RET-L-ANT
        MOVE WS-CB-ANT-FECHA TO WS-CB-RET-L-FANT
        MOVE WS-CB-VARIACION TO WS-CB-RET-L-VAR
        MOVE WS-CB-TOL-PCT TO WS-CB-RET-L-TOL
        MOVE WS-CB-RET-LINEA TO RG-CAMBIOS-RET
        WRITE RG-CAMBIOS-RET
        .

       0001-Cambios-Retener-Armar SECTION.
        MOVE WS-AICOD TO AMCOD
        MOVE WS-CB-FECHA-N TO AMFEC
        MOVE WS-CB-TASA-NUM TO AMTAS
        MOVE WS-CB-ANT-TASA TO AMANT
        MOVE WS-CB-ANT-FECHA TO AMFAN
        MOVE WS-CB-VARIACION TO AMVAR
        MOVE WS-CB-TOL-PCT TO AMTOL
        MOVE "P" TO AMEST
        MOVE WS-AUDIT-JOBID TO AMJOB
        ACCEPT AMFSU FROM DATE YYYYMMDD
        ACCEPT WS-AUDIT-HORA FROM TIME
        MOVE WS-AUDIT-HORA (1:6) TO AMHSU
        MOVE SPACES TO AMOPE
        MOVE 0 TO AMFDE
        MOVE 0 TO AMHDE
        .

       0001-Cambios-Aplicada SECTION.
      *  Tasa aplicada: queda como ultima de la moneda para el modo
      *  T, y si la misma AIKEY estaba retenida y pendiente, el
      *  proveedor ya la corrigio: se marca sustituida (S).
        MOVE 0 TO WS-CB-ULT-POS
        PERFORM VARYING WS-CB-ULT-IDX FROM 1 BY 1
                UNTIL WS-CB-ULT-IDX > WS-CB-ULT-CNT
                   OR WS-CB-ULT-POS > 0
            IF WS-CB-ULT-COD (WS-CB-ULT-IDX) = WS-AICOD
                MOVE WS-CB-ULT-IDX TO WS-CB-ULT-POS
            END-IF
        END-PERFORM
        IF WS-CB-ULT-POS = 0 AND WS-CB-ULT-CNT < 300
            ADD 1 TO WS-CB-ULT-CNT
            MOVE WS-CB-ULT-CNT TO WS-CB-ULT-POS
            MOVE WS-AICOD TO WS-CB-ULT-COD (WS-CB-ULT-POS)
            MOVE 0 TO WS-CB-ULT-FEC (WS-CB-ULT-POS)
        END-IF
        IF WS-CB-ULT-POS > 0
            IF WS-CB-FECHA-N NOT < WS-CB-ULT-FEC (WS-CB-ULT-POS)
                MOVE WS-CB-FECHA-N TO WS-CB-ULT-FEC (WS-CB-ULT-POS)
                MOVE WS-CB-TASA-NUM TO WS-CB-ULT-TAS (WS-CB-ULT-POS)
            END-IF
        END-IF
        MOVE WS-AICOD TO AMCOD
        MOVE WS-CB-FECHA-N TO AMFEC
        READ FD-CAMBSUS KEY IS AMKEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AMEST = "P"
                    MOVE "S" TO AMEST
                    MOVE WS-AUDIT-JOBID TO AMOPE
                    ACCEPT AMFDE FROM DATE YYYYMMDD
                    ACCEPT WS-AUDIT-HORA FROM TIME
                    MOVE WS-AUDIT-HORA (1:6) TO AMHDE
                    REWRITE RG-CAMBSUS
                        INVALID KEY MOVE 8 TO WS-RC
                    END-REWRITE
                END-IF
        END-READ
        .

       0001-Cambios-Validar-Moneda SECTION.
                        WS-CB-REJ-MOTIVO
                    PERFORM 0001-Cambios-Rechazar
                ELSE
                    PERFORM 0001-Cambios-Manual
                    IF WS-CB-MANUAL = 1
                        PERFORM 0001-Cambios-Conflicto
                    ELSE
                        PERFORM 0001-Cambios-Tolerancia
                        IF WS-CB-RETENIDA = 1
                            PERFORM 0001-Cambios-Retener
                        ELSE
                            PERFORM 0001-Cambios-Aplicar
                        END-IF
                    END-IF
                END-IF
        END-READ
        .

       0001-Cambios-Manual SECTION.
      *  Hay tasa manual para la AIKEY? En modo U se mira el
      *  maestro; en modo T, la tabla leida antes de vaciarlo.
        MOVE 0 TO WS-CB-MANUAL
        MOVE 0 TO WS-CB-MAN-POS
        IF WS-CAMBIOS-ACTUALIZA
            MOVE WS-AICOD TO AICOD
            MOVE WS-AIFEC-X TO AIFEC
            READ FD-CAMBIOS KEY IS AIKEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF AIJOB (1:1) = "*"
                        MOVE 1 TO WS-CB-MANUAL
                        MOVE AITAS TO WS-CB-MAN-TASA
                    END-IF
            END-READ
        ELSE
            PERFORM VARYING WS-CB-MAN-IDX FROM 1 BY 1
                    UNTIL WS-CB-MAN-IDX > WS-CB-MAN-CNT
                       OR WS-CB-MAN-POS > 0
                MOVE WS-CB-MAN-REG (WS-CB-MAN-IDX) TO RG-CAMBIO
                IF AICOD = WS-AICOD AND AIFEC = WS-AIFEC-X
                    MOVE WS-CB-MAN-IDX TO WS-CB-MAN-POS
                    MOVE 1 TO WS-CB-MANUAL
                    MOVE AITAS TO WS-CB-MAN-TASA
                END-IF
            END-PERFORM
        END-IF
        .

       0001-Cambios-Conflicto SECTION.
      *  La manual se conserva. Si la del proveedor es la misma no
      *  hay nada que informar; si difiere, la linea del CSV sale
      *  rechazada con la tasa manual en el motivo. En modo T la
      *  manual se vuelve a grabar aca, en el lugar de la del CSV.
        IF WS-CB-MAN-POS > 0
            IF WS-CB-MAN-USADA (WS-CB-MAN-POS) = 0
                MOVE WS-CB-MAN-REG (WS-CB-MAN-POS) TO RG-CAMBIO
                WRITE RG-CAMBIO
                    INVALID KEY MOVE 8 TO WS-RC
                END-WRITE
                MOVE 1 TO WS-CB-MAN-USADA (WS-CB-MAN-POS)
            END-IF
        END-IF
        IF WS-CB-MAN-TASA NOT = WS-CB-TASA-NUM
            ADD 1 TO WS-CB-MAN-CONF
            MOVE WS-CB-MAN-TASA TO WS-CB-MAN-ED
            MOVE SPACES TO WS-CB-REJ-MOTIVO
            STRING "CONFLICTO MANUAL" WS-CB-MAN-ED
                DELIMITED BY SIZE INTO WS-CB-REJ-MOTIVO
            PERFORM 0001-Cambios-Rechazar
        END-IF
        .

       0001-Cambios-Manuales-Leer SECTION.
      *  Modo T: las tasas manuales del maestro actual se guardan
      *  antes de que el OPEN OUTPUT lo vacie. Si no entran en la
      *  tabla se corre en modo U, que no borra nada.
        MOVE 0 TO WS-CB-MAN-LLENA
        OPEN INPUT SHARING WITH ALL OTHER FD-CAMBIOS
        IF FS = 5
            CLOSE FD-CAMBIOS
            GO TO 0001-Cambios-Manuales-Leer-Fin
        END-IF
        IF FS NOT = 0
            GO TO 0001-Cambios-Manuales-Leer-Fin
        END-IF
        MOVE 0 TO WS-CB-FIN-ANT
        READ FD-CAMBIOS NEXT
            AT END MOVE 1 TO WS-CB-FIN-ANT
        END-READ
        PERFORM UNTIL WS-CB-FIN-ANT = 1 OR WS-CB-MAN-LLENA = 1
            IF AIJOB (1:1) = "*"
                IF WS-CB-MAN-CNT < 1000
                    ADD 1 TO WS-CB-MAN-CNT
                    MOVE RG-CAMBIO TO WS-CB-MAN-REG (WS-CB-MAN-CNT)
                    MOVE 0 TO WS-CB-MAN-USADA (WS-CB-MAN-CNT)
                ELSE
                    MOVE 1 TO WS-CB-MAN-LLENA
                END-IF
            END-IF
            READ FD-CAMBIOS NEXT
                AT END MOVE 1 TO WS-CB-FIN-ANT
            END-READ
        END-PERFORM
        CLOSE FD-CAMBIOS
        IF WS-CB-MAN-LLENA = 1
            DISPLAY "Mas de 1000 tasas manuales en CAMBIOS: la carga"
                " se hace en modo U para conservarlas"
            MOVE "U" TO WS-MODO-CAMBIOS
            MOVE 0 TO WS-CB-MAN-CNT
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        END-IF
        .
       0001-Cambios-Manuales-Leer-Fin.
        EXIT.

       0001-Cambios-Manuales-Grabar SECTION.
      *  Modo T: las manuales que el CSV no trajo vuelven al maestro
      *  tal como estaban.
        PERFORM VARYING WS-CB-MAN-IDX FROM 1 BY 1
                UNTIL WS-CB-MAN-IDX > WS-CB-MAN-CNT
            IF WS-CB-MAN-USADA (WS-CB-MAN-IDX) = 0
                MOVE WS-CB-MAN-REG (WS-CB-MAN-IDX) TO RG-CAMBIO
                WRITE RG-CAMBIO
                    INVALID KEY MOVE 8 TO WS-RC
                END-WRITE
            END-IF
        END-PERFORM
        .

       0001-Cambios-Aplicar SECTION.
        IF WS-CAMBIOS-ACTUALIZA
            MOVE WS-AICOD TO AICOD
            MOVE WS-AIFEC-X TO AIFEC
            READ FD-CAMBIOS KEY IS AIKEY
                INVALID KEY
                    PERFORM 0001-Cambios-Insertar
                NOT INVALID KEY
                    PERFORM 0001-Cambios-Actualizar
            END-READ
        ELSE
            PERFORM 0001-Cambios-Insertar
        END-IF
        .

       0001-Cambios-Insertar SECTION.
        MOVE WS-AICOD TO AICOD
        MOVE WS-AIFEC-X TO AIFEC
                PERFORM 0001-Cambios-Rechazar
            NOT INVALID KEY
                ADD 1 TO WS-CAMBIOS-GRABADOS
                PERFORM 0001-Cambios-Aplicada
        END-WRITE
        .

                MOVE 8 TO WS-RC
            NOT INVALID KEY
                ADD 1 TO WS-CAMBIOS-GRABADOS
                PERFORM 0001-Cambios-Aplicada
        END-REWRITE
        .

        MOVE SPACES TO WS-PN-CSV-CAMPO-BUF
        .

       0001-Feriados SECTION.
      *  Calendario de feriados por pais, clave ABCOD + fecha
      *  AKFEC. El CSV del proveedor trae pais, fecha, descripcion
      *  y marca de activo (AKPAI,AKFEC,AKDES,AKACT; AKACT en
      *  blanco = 1). El pais debe existir en PAISES (mismo
      *  criterio que la carga de PAINOM) y la fecha debe ser una
      *  fecha de calendario real. Lo usa la rutina de dias
      *  habiles MGR033.
        DISPLAY "Feriados por pais..."
        MOVE "FERIADOS_CSV" TO WS-CFG-CLAVE
        PERFORM 0000-Config-Leer
        MOVE WS-CFG-VALOR TO WS-FERIADOS-CSV-PATH
        IF WS-FERIADOS-CSV-PATH = SPACES
            MOVE "feriados.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-FERIADOS-CSV-PATH
        END-IF

        MOVE "FERIADOS_MODO" TO WS-CFG-CLAVE
        PERFORM 0000-Config-Leer
        MOVE WS-CFG-VALOR (1:1) TO WS-FE-MODO-TXT
        IF WS-FE-MODO-TXT = "T" OR WS-FE-MODO-TXT = "U"
            MOVE WS-FE-MODO-TXT TO WS-MODO-FERIADOS
        END-IF

        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        PERFORM 0000-Valida-FS

        IF WS-FERIADOS-ACTUALIZA
            OPEN I-O SHARING WITH ALL OTHER FD-FERIADOS
            IF FS = 35
                OPEN OUTPUT SHARING WITH ALL OTHER FD-FERIADOS
                PERFORM 0000-Valida-FS
            ELSE
                PERFORM 0000-Valida-FS
            END-IF
        ELSE
            OPEN OUTPUT SHARING WITH ALL OTHER FD-FERIADOS
            PERFORM 0000-Valida-FS
        END-IF
        DISPLAY FS

        OPEN OUTPUT FD-FERIADOS-REJ
        MOVE 0 TO WS-FE-REJ-COUNT
        MOVE 0 TO WS-FE-REJ-SEQ
        MOVE 0 TO WS-FE-CSV-LEIDOS
        MOVE 0 TO WS-FERIADOS-GRABADOS

        MOVE 2 TO WS-FE-SKIP-HEADERS
        MOVE "FERIADOS_SKIP_HEADERS" TO WS-CFG-CLAVE
        PERFORM 0000-Config-Leer
        MOVE WS-CFG-VALOR (1:2) TO WS-FE-SKIP-TXT
        IF WS-FE-SKIP-TXT IS NUMERIC
            MOVE WS-FE-SKIP-TXT TO WS-FE-SKIP-HEADERS
        END-IF

        OPEN INPUT FD-CARGA-FERIADOS
        PERFORM 0000-Valida-FS
        MOVE 0 TO EOF
        PERFORM VARYING WS-FE-SKIP-IDX FROM 1 BY 1
                UNTIL WS-FE-SKIP-IDX > WS-FE-SKIP-HEADERS OR EOF = 1
            READ FD-CARGA-FERIADOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        PERFORM UNTIL EOF = 1 OR TEXTO-FE (1:5) NOT = "AKPAI"
            READ FD-CARGA-FERIADOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-FE-CSV-LEIDOS
            INITIALIZE WS-CSV-FERIADO
            PERFORM 0001-Feriados-ParseCSV
            PERFORM 0001-Feriados-Validar
            IF WS-FE-VALIDO = 1
                IF WS-FERIADOS-ACTUALIZA
                    MOVE WS-AKPAI TO AKPAI
                    MOVE WS-AKFEC-X TO AKFEC
                    READ FD-FERIADOS KEY IS AKKEY
                        INVALID KEY
                            PERFORM 0001-Feriados-Insertar
                        NOT INVALID KEY
                            PERFORM 0001-Feriados-Actualizar
                    END-READ
                ELSE
                    PERFORM 0001-Feriados-Insertar
                END-IF
            END-IF
            READ FD-CARGA-FERIADOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM

        CLOSE FD-CARGA-FERIADOS
        CLOSE FD-FERIADOS
        PERFORM 0000-Valida-FS
        CLOSE FD-FERIADOS-REJ
        CLOSE FD-PAISES
        DISPLAY FS
        DISPLAY "=== Totales de carga FERIADOS ==="
        DISPLAY "Lineas CSV leidas   : " WS-FE-CSV-LEIDOS
        DISPLAY "Feriados grabados   : " WS-FERIADOS-GRABADOS
        DISPLAY "Feriados rechazados : " WS-FE-REJ-COUNT
        .

       0001-Feriados-Validar SECTION.
        MOVE 0 TO WS-FE-VALIDO
        IF WS-AKACT-X = SPACE
            MOVE "1" TO WS-AKACT-X
        END-IF
        MOVE WS-AKFEC-X TO WS-FE-FECHA-TEST
        EVALUATE TRUE
            WHEN WS-FE-UNSTR-CNT < 3 OR WS-AKPAI = SPACES
                MOVE "UNSTRING INCOMPLETO" TO WS-FE-REJ-MOTIVO
                PERFORM 0001-Feriados-Rechazar
            WHEN WS-AKACT-X NOT = "0" AND WS-AKACT-X NOT = "1"
                MOVE "AKACT INVALIDO" TO WS-FE-REJ-MOTIVO
                PERFORM 0001-Feriados-Rechazar
            WHEN OTHER
                PERFORM 0001-Feriados-Validar-Fecha
                IF WS-FE-VALIDO = 0
                    MOVE "AKFEC INVALIDA" TO WS-FE-REJ-MOTIVO
                    PERFORM 0001-Feriados-Rechazar
                ELSE
                    MOVE WS-AKPAI TO ABCOD
                    READ FD-PAISES KEY IS ABCOD
                        INVALID KEY
                            MOVE "PAIS INEXISTENTE" TO
                                WS-FE-REJ-MOTIVO
                            PERFORM 0001-Feriados-Rechazar
                            MOVE 0 TO WS-FE-VALIDO
                    END-READ
                END-IF
        END-EVALUATE
        .

       0001-Feriados-Validar-Fecha SECTION.
      *  Fecha de calendario real, mismo criterio que MGR009.
        MOVE 0 TO WS-FE-VALIDO
        IF WS-FE-FECHA-TEST IS NUMERIC
                AND WS-FE-FT-ANIO > 1900 AND WS-FE-FT-ANIO < 2200
                AND WS-FE-FT-MES > 0 AND WS-FE-FT-MES < 13
                AND WS-FE-FT-DIA > 0
            EVALUATE WS-FE-FT-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-FE-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-FE-DIAS-MES
                WHEN 2
                    MOVE 28 TO WS-FE-DIAS-MES
                    COMPUTE WS-FE-ANIO-RESTO =
                        FUNCTION MOD (WS-FE-FT-ANIO, 4)
                    IF WS-FE-ANIO-RESTO = 0
                        COMPUTE WS-FE-ANIO-RESTO =
                            FUNCTION MOD (WS-FE-FT-ANIO, 100)
                        IF WS-FE-ANIO-RESTO = 0
                            COMPUTE WS-FE-ANIO-RESTO =
                                FUNCTION MOD (WS-FE-FT-ANIO, 400)
                            IF WS-FE-ANIO-RESTO = 0
                                MOVE 29 TO WS-FE-DIAS-MES
                            END-IF
                        ELSE
                            MOVE 29 TO WS-FE-DIAS-MES
                        END-IF
                    END-IF
            END-EVALUATE
            IF WS-FE-FT-DIA NOT > WS-FE-DIAS-MES
                MOVE 1 TO WS-FE-VALIDO
            END-IF
        END-IF
        .

       0001-Feriados-Insertar SECTION.
        MOVE WS-AKPAI TO AKPAI
        MOVE WS-AKFEC-X TO AKFEC
        MOVE WS-AKDES TO AKDES
        MOVE WS-AKACT-X TO AKACT
        WRITE RG-FERIADO
            INVALID KEY
                MOVE "AKKEY DUPLICADA" TO WS-FE-REJ-MOTIVO
                PERFORM 0001-Feriados-Rechazar
            NOT INVALID KEY
                ADD 1 TO WS-FERIADOS-GRABADOS
        END-WRITE
        .

       0001-Feriados-Actualizar SECTION.
        MOVE WS-AKDES TO AKDES
        MOVE WS-AKACT-X TO AKACT
        REWRITE RG-FERIADO
            INVALID KEY
                DISPLAY RG-FERIADO
                MOVE 8 TO WS-RC
            NOT INVALID KEY
                ADD 1 TO WS-FERIADOS-GRABADOS
        END-REWRITE
        .

       0001-Feriados-Rechazar SECTION.
        IF WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        ADD 1 TO WS-FE-REJ-SEQ
        ADD 1 TO WS-FE-REJ-COUNT
        MOVE WS-FE-REJ-SEQ TO WS-FE-REJ-L-SEQ
        MOVE WS-FE-REJ-MOTIVO TO WS-FE-REJ-L-MOTIVO
        MOVE TEXTO-FE TO WS-FE-REJ-L-TEXTO
        MOVE WS-FE-REJ-LINEA TO RG-FERIADOS-REJ
        WRITE RG-FERIADOS-REJ
        .

       0001-Feriados-ParseCSV SECTION.
        MOVE 0 TO WS-FE-UNSTR-CNT
        MOVE 1 TO WS-FE-CSV-CAMPO-NUM
        MOVE 0 TO WS-FE-CSV-CAMPO-LEN
        MOVE SPACES TO WS-FE-CSV-CAMPO-BUF
        MOVE 0 TO WS-FE-CSV-EN-COMILLA
        PERFORM VARYING WS-FE-CSV-POS FROM 1 BY 1
                UNTIL WS-FE-CSV-POS > LENGTH OF TEXTO-FE
            MOVE TEXTO-FE (WS-FE-CSV-POS:1) TO WS-FE-CSV-CH
            EVALUATE TRUE
                WHEN WS-FE-CSV-CH = '"'
                    IF WS-FE-CSV-EN-COMILLA = 1
                        MOVE 0 TO WS-FE-CSV-EN-COMILLA
                    ELSE
                        MOVE 1 TO WS-FE-CSV-EN-COMILLA
                    END-IF
                WHEN WS-FE-CSV-CH = "," AND WS-FE-CSV-EN-COMILLA = 0
                    PERFORM 0001-Feriados-ParseCSV-Campo
                WHEN OTHER
                    ADD 1 TO WS-FE-CSV-CAMPO-LEN
                    IF WS-FE-CSV-CAMPO-LEN <=
                            LENGTH OF WS-FE-CSV-CAMPO-BUF
                        MOVE WS-FE-CSV-CH TO
                            WS-FE-CSV-CAMPO-BUF (WS-FE-CSV-CAMPO-LEN:1)
                    END-IF
            END-EVALUATE
        END-PERFORM
        PERFORM 0001-Feriados-ParseCSV-Campo
        .

       0001-Feriados-ParseCSV-Campo SECTION.
        EVALUATE WS-FE-CSV-CAMPO-NUM
            WHEN 1 MOVE WS-FE-CSV-CAMPO-BUF (1:2)  TO WS-AKPAI
            WHEN 2 MOVE WS-FE-CSV-CAMPO-BUF (1:8)  TO WS-AKFEC-X
            WHEN 3 MOVE WS-FE-CSV-CAMPO-BUF (1:40) TO WS-AKDES
            WHEN 4 MOVE WS-FE-CSV-CAMPO-BUF (1:1)  TO WS-AKACT-X
        END-EVALUATE
        ADD 1 TO WS-FE-UNSTR-CNT
        ADD 1 TO WS-FE-CSV-CAMPO-NUM
        MOVE 0 TO WS-FE-CSV-CAMPO-LEN
        MOVE SPACES TO WS-FE-CSV-CAMPO-BUF
        .

       0001-Paimon SECTION.
      *  Monedas de curso legal por pais con vigencia, clave ABCOD
      *  + AHCOD + fecha desde. El CSV trae ARPAI,ARMON,ARDES,ARHAS,
      *  ARPRI (ARHAS en blanco = 99999999, sin fecha de baja;
      *  ARPRI en blanco = 0). El pais debe existir en PAISES y la
      *  moneda en MONEDAS; un vinculo vigente hoy o a futuro no
      *  puede apuntar a una moneda inactiva. Un pais puede tener
      *  varias monedas a la vez y cambiar de moneda en una fecha
      *  fijada sin perder el vinculo anterior. ABMON en PAISES
      *  sigue llevando la moneda primaria; terminada la carga se
      *  controlan las vigencias de cada pais y se informa como
      *  observacion (sin corregir nada) toda superposicion y toda
      *  primaria vigente que no coincida con ABMON.
        DISPLAY "Monedas por pais..."
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        MOVE "PAIMON_CSV" TO WS-CFG-CLAVE
        PERFORM 0000-Config-Leer
        MOVE WS-CFG-VALOR TO WS-PAIMON-CSV-PATH
        IF WS-PAIMON-CSV-PATH = SPACES
            MOVE "paimon.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-PAIMON-CSV-PATH
        END-IF

        MOVE "PAIMON_MODO" TO WS-CFG-CLAVE
        PERFORM 0000-Config-Leer
        MOVE WS-CFG-VALOR (1:1) TO WS-PM-MODO-TXT
        IF WS-PM-MODO-TXT = "T" OR WS-PM-MODO-TXT = "U"
            MOVE WS-PM-MODO-TXT TO WS-MODO-PAIMON
        END-IF

        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        PERFORM 0000-Valida-FS
        OPEN INPUT SHARING WITH ALL OTHER FD-MONEDAS
        PERFORM 0000-Valida-FS

        IF WS-PAIMON-ACTUALIZA
            OPEN I-O SHARING WITH ALL OTHER FD-PAIMON
            IF FS = 35
                OPEN OUTPUT SHARING WITH ALL OTHER FD-PAIMON
                PERFORM 0000-Valida-FS
            ELSE
                PERFORM 0000-Valida-FS
            END-IF
        ELSE
            OPEN OUTPUT SHARING WITH ALL OTHER FD-PAIMON
            PERFORM 0000-Valida-FS
        END-IF
        DISPLAY FS

        OPEN OUTPUT FD-PAIMON-REJ
        MOVE 0 TO WS-PM-REJ-COUNT
        MOVE 0 TO WS-PM-OBS-COUNT
        MOVE 0 TO WS-PM-REJ-SEQ
        MOVE 0 TO WS-PM-CSV-LEIDOS
        MOVE 0 TO WS-PAIMON-GRABADOS

        MOVE 2 TO WS-PM-SKIP-HEADERS
        MOVE "PAIMON_SKIP_HEADERS" TO WS-CFG-CLAVE
        PERFORM 0000-Config-Leer
        MOVE WS-CFG-VALOR (1:2) TO WS-PM-SKIP-TXT
        IF WS-PM-SKIP-TXT IS NUMERIC
            MOVE WS-PM-SKIP-TXT TO WS-PM-SKIP-HEADERS
        END-IF

        OPEN INPUT FD-CARGA-PAIMON
        PERFORM 0000-Valida-FS
        MOVE 0 TO EOF
        PERFORM VARYING WS-PM-SKIP-IDX FROM 1 BY 1
                UNTIL WS-PM-SKIP-IDX > WS-PM-SKIP-HEADERS OR EOF = 1
            READ FD-CARGA-PAIMON NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        PERFORM UNTIL EOF = 1 OR TEXTO-PM (1:5) NOT = "ARPAI"
            READ FD-CARGA-PAIMON NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-PM-CSV-LEIDOS
            INITIALIZE WS-CSV-PAIMON
            PERFORM 0001-Paimon-ParseCSV
            PERFORM 0001-Paimon-Validar
            IF WS-PM-VALIDO = 1
                IF WS-PAIMON-ACTUALIZA
                    MOVE WS-ARPAI TO ARPAI
                    MOVE WS-ARMON TO ARMON
                    MOVE WS-ARDES-X TO ARDES
                    READ FD-PAIMON KEY IS ARKEY
                        INVALID KEY
                            PERFORM 0001-Paimon-Insertar
                        NOT INVALID KEY
                            PERFORM 0001-Paimon-Actualizar
                    END-READ
                ELSE
                    PERFORM 0001-Paimon-Insertar
                END-IF
            END-IF
            READ FD-CARGA-PAIMON NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM

        CLOSE FD-CARGA-PAIMON
        CLOSE FD-PAIMON
        PERFORM 0000-Valida-FS
        CLOSE FD-MONEDAS

        PERFORM 0001-Paimon-Controlar

        CLOSE FD-PAIMON-REJ
        CLOSE FD-PAISES
        DISPLAY FS
        DISPLAY "=== Totales de carga PAIMON ==="
        DISPLAY "Lineas CSV leidas   : " WS-PM-CSV-LEIDOS
        DISPLAY "Vinculos grabados   : " WS-PAIMON-GRABADOS
        DISPLAY "Vinculos rechazados : " WS-PM-REJ-COUNT
        DISPLAY "Observaciones       : " WS-PM-OBS-COUNT
        .

       0001-Paimon-Validar SECTION.
        MOVE 0 TO WS-PM-VALIDO
        IF WS-ARHAS-X = SPACES
            MOVE "99999999" TO WS-ARHAS-X
        END-IF
        IF WS-ARPRI-X = SPACE
            MOVE "0" TO WS-ARPRI-X
        END-IF
        EVALUATE TRUE
            WHEN WS-PM-UNSTR-CNT < 3 OR WS-ARPAI = SPACES
                    OR WS-ARMON = SPACES
                MOVE "UNSTRING INCOMPLETO" TO WS-PM-REJ-MOTIVO
                PERFORM 0001-Paimon-Rechazar
                GO TO 0001-Paimon-Validar-Fin
            WHEN WS-ARPRI-X NOT = "0" AND WS-ARPRI-X NOT = "1"
                MOVE "ARPRI INVALIDO" TO WS-PM-REJ-MOTIVO
                PERFORM 0001-Paimon-Rechazar
                GO TO 0001-Paimon-Validar-Fin
        END-EVALUATE
      *  Misma rutina de fecha de calendario que FERIADOS.
        MOVE WS-ARDES-X TO WS-FE-FECHA-TEST
        PERFORM 0001-Feriados-Validar-Fecha
        IF WS-FE-VALIDO = 0
            MOVE "ARDES INVALIDA" TO WS-PM-REJ-MOTIVO
            PERFORM 0001-Paimon-Rechazar
            GO TO 0001-Paimon-Validar-Fin
        END-IF
        IF WS-ARHAS-X NOT = "99999999"
            MOVE WS-ARHAS-X TO WS-FE-FECHA-TEST
            PERFORM 0001-Feriados-Validar-Fecha
            IF WS-FE-VALIDO = 0
                MOVE "ARHAS INVALIDA" TO WS-PM-REJ-MOTIVO
                PERFORM 0001-Paimon-Rechazar
                GO TO 0001-Paimon-Validar-Fin
            END-IF
        END-IF
        IF WS-ARHAS-X < WS-ARDES-X
            MOVE "ARHAS ANTERIOR A ARDES" TO WS-PM-REJ-MOTIVO
            PERFORM 0001-Paimon-Rechazar
            GO TO 0001-Paimon-Validar-Fin
        END-IF
        MOVE WS-ARPAI TO ABCOD
        READ FD-PAISES KEY IS ABCOD
            INVALID KEY
                MOVE "PAIS INEXISTENTE" TO WS-PM-REJ-MOTIVO
                PERFORM 0001-Paimon-Rechazar
                GO TO 0001-Paimon-Validar-Fin
        END-READ
        MOVE WS-ARMON TO AHCOD
        READ FD-MONEDAS KEY IS AHCOD
            INVALID KEY
                MOVE "MONEDA INEXISTENTE" TO WS-PM-REJ-MOTIVO
                PERFORM 0001-Paimon-Rechazar
                GO TO 0001-Paimon-Validar-Fin
        END-READ
        IF AHACT NOT = 1 AND WS-ARHAS-X NOT < WS-FECHA-HOY
            MOVE "MONEDA INACTIVA" TO WS-PM-REJ-MOTIVO
            PERFORM 0001-Paimon-Rechazar
            GO TO 0001-Paimon-Validar-Fin
        END-IF
        MOVE 1 TO WS-PM-VALIDO
        .
       0001-Paimon-Validar-Fin.
        EXIT.

       0001-Paimon-Insertar SECTION.
        MOVE WS-ARPAI TO ARPAI
        MOVE WS-ARMON TO ARMON
        MOVE WS-ARDES-X TO ARDES
        MOVE WS-ARHAS-X TO ARHAS
        MOVE WS-ARPRI-X TO ARPRI
        WRITE RG-PAIMON
            INVALID KEY
                MOVE "ARKEY DUPLICADA" TO WS-PM-REJ-MOTIVO
                PERFORM 0001-Paimon-Rechazar
            NOT INVALID KEY
                ADD 1 TO WS-PAIMON-GRABADOS
        END-WRITE
        .

       0001-Paimon-Actualizar SECTION.
        MOVE WS-ARHAS-X TO ARHAS
        MOVE WS-ARPRI-X TO ARPRI
        REWRITE RG-PAIMON
            INVALID KEY
                DISPLAY RG-PAIMON
                MOVE 8 TO WS-RC
            NOT INVALID KEY
                ADD 1 TO WS-PAIMON-GRABADOS
        END-REWRITE
        .

       0001-Paimon-Controlar SECTION.
      *  Recorre PAIMON ya cargado pais por pais. No depende del
      *  orden de las lineas del CSV ni de lo que quedo de cargas
      *  anteriores (en modo U).
        OPEN INPUT SHARING WITH ALL OTHER FD-PAIMON
        IF FS NOT = 0
            PERFORM 0000-Valida-FS
            GO TO 0001-Paimon-Controlar-Fin
        END-IF
        MOVE SPACES TO WS-PM-PAIS-ACT
        MOVE 0 TO WS-PM-VIN-CNT
        MOVE 0 TO EOF
        PERFORM UNTIL EOF = 1
            READ FD-PAIMON NEXT
                AT END MOVE 1 TO EOF
            END-READ
            IF EOF = 0
                IF ARPAI NOT = WS-PM-PAIS-ACT
                    IF WS-PM-VIN-CNT > 0
                        PERFORM 0001-Paimon-Controlar-Pais
                    END-IF
                    MOVE ARPAI TO WS-PM-PAIS-ACT
                    MOVE 0 TO WS-PM-VIN-CNT
                END-IF
                IF WS-PM-VIN-CNT < 100
                    ADD 1 TO WS-PM-VIN-CNT
                    MOVE ARMON TO WS-PM-VIN-MON (WS-PM-VIN-CNT)
                    MOVE ARDES TO WS-PM-VIN-DES (WS-PM-VIN-CNT)
                    MOVE ARHAS TO WS-PM-VIN-HAS (WS-PM-VIN-CNT)
                    MOVE ARPRI TO WS-PM-VIN-PRI (WS-PM-VIN-CNT)
                END-IF
            END-IF
        END-PERFORM
        IF WS-PM-VIN-CNT > 0
            PERFORM 0001-Paimon-Controlar-Pais
        END-IF
        CLOSE FD-PAIMON
        .
       0001-Paimon-Controlar-Fin.
        EXIT.

       0001-Paimon-Controlar-Pais SECTION.
      *  Dos vinculos de la misma moneda con vigencias que se tocan,
      *  o dos primarias vigentes a la vez, son observaciones; la
      *  primaria vigente hoy debe ser ABMON.
        MOVE SPACES TO WS-PM-PRI-HOY
        PERFORM VARYING WS-PM-I FROM 1 BY 1
                UNTIL WS-PM-I > WS-PM-VIN-CNT
            IF WS-PM-VIN-PRI (WS-PM-I) = 1
                    AND WS-PM-VIN-DES (WS-PM-I) NOT > WS-FECHA-HOY
                    AND WS-PM-VIN-HAS (WS-PM-I) NOT < WS-FECHA-HOY
                MOVE WS-PM-VIN-MON (WS-PM-I) TO WS-PM-PRI-HOY
            END-IF
            PERFORM VARYING WS-PM-J FROM WS-PM-I BY 1
                    UNTIL WS-PM-J > WS-PM-VIN-CNT
                IF WS-PM-J > WS-PM-I
                        AND WS-PM-VIN-DES (WS-PM-I) NOT >
                            WS-PM-VIN-HAS (WS-PM-J)
                        AND WS-PM-VIN-DES (WS-PM-J) NOT >
                            WS-PM-VIN-HAS (WS-PM-I)
                    EVALUATE TRUE
                        WHEN WS-PM-VIN-MON (WS-PM-I) =
                                WS-PM-VIN-MON (WS-PM-J)
                            MOVE "VIGENCIA SUPERPUESTA" TO
                                WS-PM-REJ-MOTIVO
                            PERFORM 0001-Paimon-Observar-Par
                        WHEN WS-PM-VIN-PRI (WS-PM-I) = 1
                                AND WS-PM-VIN-PRI (WS-PM-J) = 1
                            MOVE "PRIMARIA SUPERPUESTA" TO
                                WS-PM-REJ-MOTIVO
                            PERFORM 0001-Paimon-Observar-Par
                    END-EVALUATE
                END-IF
            END-PERFORM
        END-PERFORM
        IF WS-PM-PRI-HOY NOT = SPACES
            MOVE WS-PM-PAIS-ACT TO ABCOD
            READ FD-PAISES KEY IS ABCOD
                NOT INVALID KEY
                    IF ABMON NOT = WS-PM-PRI-HOY
                        MOVE "ABMON DISTINTA DE PRIMARIA" TO
                            WS-PM-REJ-MOTIVO
                        MOVE WS-PM-PAIS-ACT TO WS-PM-OBS-PAI
                        MOVE WS-PM-PRI-HOY TO WS-PM-OBS-MON
                        MOVE WS-FECHA-HOY TO WS-PM-OBS-DES
                        MOVE WS-FECHA-HOY TO WS-PM-OBS-HAS
                        MOVE SPACES TO WS-PM-OBS-DET
                        STRING "ABMON " ABMON DELIMITED BY SIZE
                            INTO WS-PM-OBS-DET
                        END-STRING
                        PERFORM 0001-Paimon-Observar
                    END-IF
            END-READ
        END-IF
        .

       0001-Paimon-Observar-Par SECTION.
        MOVE WS-PM-PAIS-ACT TO WS-PM-OBS-PAI
        MOVE WS-PM-VIN-MON (WS-PM-J) TO WS-PM-OBS-MON
        MOVE WS-PM-VIN-DES (WS-PM-J) TO WS-PM-OBS-DES
        MOVE WS-PM-VIN-HAS (WS-PM-J) TO WS-PM-OBS-HAS
        MOVE SPACES TO WS-PM-OBS-DET
        STRING "CON " WS-PM-VIN-MON (WS-PM-I) " "
                WS-PM-VIN-DES (WS-PM-I) "-" WS-PM-VIN-HAS (WS-PM-I)
                DELIMITED BY SIZE
            INTO WS-PM-OBS-DET
        END-STRING
        PERFORM 0001-Paimon-Observar
        .

       0001-Paimon-Observar SECTION.
        IF WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        ADD 1 TO WS-PM-REJ-SEQ
        ADD 1 TO WS-PM-OBS-COUNT
        MOVE WS-PM-REJ-SEQ TO WS-PM-REJ-L-SEQ
        MOVE WS-PM-REJ-MOTIVO TO WS-PM-REJ-L-MOTIVO
        MOVE WS-PM-OBS-TEXTO TO WS-PM-REJ-L-TEXTO
        MOVE WS-PM-REJ-LINEA TO RG-PAIMON-REJ
        WRITE RG-PAIMON-REJ
        .

       0001-Paimon-Rechazar SECTION.
        IF WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        ADD 1 TO WS-PM-REJ-SEQ
        ADD 1 TO WS-PM-REJ-COUNT
        MOVE WS-PM-REJ-SEQ TO WS-PM-REJ-L-SEQ
        MOVE WS-PM-REJ-MOTIVO TO WS-PM-REJ-L-MOTIVO
        MOVE TEXTO-PM TO WS-PM-REJ-L-TEXTO
        MOVE WS-PM-REJ-LINEA TO RG-PAIMON-REJ
        WRITE RG-PAIMON-REJ
        .

       0001-Paimon-ParseCSV SECTION.
        MOVE 0 TO WS-PM-UNSTR-CNT
        MOVE 1 TO WS-PM-CSV-CAMPO-NUM
        MOVE 0 TO WS-PM-CSV-CAMPO-LEN
        MOVE SPACES TO WS-PM-CSV-CAMPO-BUF
        MOVE 0 TO WS-PM-CSV-EN-COMILLA
        PERFORM VARYING WS-PM-CSV-POS FROM 1 BY 1
                UNTIL WS-PM-CSV-POS > LENGTH OF TEXTO-PM
            MOVE TEXTO-PM (WS-PM-CSV-POS:1) TO WS-PM-CSV-CH
            EVALUATE TRUE
                WHEN WS-PM-CSV-CH = '"'
                    IF WS-PM-CSV-EN-COMILLA = 1
                        MOVE 0 TO WS-PM-CSV-EN-COMILLA
                    ELSE
                        MOVE 1 TO WS-PM-CSV-EN-COMILLA
                    END-IF
                WHEN WS-PM-CSV-CH = "," AND WS-PM-CSV-EN-COMILLA = 0
                    PERFORM 0001-Paimon-ParseCSV-Campo
                WHEN OTHER
                    ADD 1 TO WS-PM-CSV-CAMPO-LEN
                    IF WS-PM-CSV-CAMPO-LEN <=
                            LENGTH OF WS-PM-CSV-CAMPO-BUF
                        MOVE WS-PM-CSV-CH TO
                            WS-PM-CSV-CAMPO-BUF (WS-PM-CSV-CAMPO-LEN:1)
                    END-IF
            END-EVALUATE
        END-PERFORM
        PERFORM 0001-Paimon-ParseCSV-Campo
        .

       0001-Paimon-ParseCSV-Campo SECTION.
        EVALUATE WS-PM-CSV-CAMPO-NUM
            WHEN 1 MOVE WS-PM-CSV-CAMPO-BUF (1:2)  TO WS-ARPAI
            WHEN 2 MOVE WS-PM-CSV-CAMPO-BUF (1:3)  TO WS-ARMON
            WHEN 3 MOVE WS-PM-CSV-CAMPO-BUF (1:8)  TO WS-ARDES-X
            WHEN 4 MOVE WS-PM-CSV-CAMPO-BUF (1:8)  TO WS-ARHAS-X
            WHEN 5 MOVE WS-PM-CSV-CAMPO-BUF (1:1)  TO WS-ARPRI-X
        END-EVALUATE
        ADD 1 TO WS-PM-UNSTR-CNT
        ADD 1 TO WS-PM-CSV-CAMPO-NUM
        MOVE 0 TO WS-PM-CSV-CAMPO-LEN
        MOVE SPACES TO WS-PM-CSV-CAMPO-BUF
        .

       0001-Usuarios SECTION.
      *  Carga por apareamiento ordenado: el feed de identidad se
      *  ordena por ACCOD y se aparea contra una lectura secuencial
        OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
        PERFORM 0000-Valida-FS

        MOVE 0 TO WS-US-PRV-CNT
        MOVE 1 TO WS-US-PRV-PTR
        IF WS-USUARIOS-TOTAL
            PERFORM 0001-Usuarios-Previos-Leer
        END-IF

        MOVE 0 TO WS-US-MAESTRO-NUEVO
        IF WS-USUARIOS-ACTUALIZA
            OPEN I-O SHARING WITH ALL OTHER FD-USUARIOS
        MOVE 0 TO WS-US-REJ-COUNT
        MOVE 0 TO WS-US-REJ-SEQ
        MOVE 0 TO WS-US-CSV-LEIDOS
        MOVE 0 TO WS-US-RETENIDOS
        MOVE 0 TO WS-USUARIOS-GRABADOS

        MOVE 2 TO WS-US-SKIP-HEADERS
        DISPLAY "Lineas CSV leidas   : " WS-US-CSV-LEIDOS
        DISPLAY "Usuarios grabados   : " WS-USUARIOS-GRABADOS
        DISPLAY "Usuarios rechazados : " WS-US-REJ-COUNT
        DISPLAY "Usuarios retenidos  : " WS-US-RETENIDOS
        .

       0001-Usuarios-Cargar-Tablas SECTION.
            DISPLAY "AVISO: tabla de validacion desbordada - se "
                "valida contra el archivo por clave"
        END-IF
        PERFORM 0001-Usuarios-Cargar-Restringidos
        .

       0001-Usuarios-Cargar-Restringidos SECTION.
      *  Restricciones de RESTRINGIDOS vigentes hoy, una por pais
      *  (la de mayor nivel). Nivel 2 retiene las altas del pais
      *  (entran con ACLOK = 1) y nivel 3 las rechaza; el nivel 1
      *  solo lo mira el control nocturno MGR043. Sin el maestro
      *  no hay restricciones.
        MOVE 0 TO WS-TR-CNT
        ACCEPT WS-TR-HOY FROM DATE YYYYMMDD
        OPEN INPUT SHARING WITH ALL OTHER FD-RESTRINGIDOS
        IF FS NOT = 0
            IF FS = 5
                CLOSE FD-RESTRINGIDOS
            END-IF
            GO TO 0001-Usuarios-Cargar-Restringidos-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-RESTRINGIDOS NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF AOFEC <= WS-TR-HOY AND AONIV > 1
                    AND (AOHAS = 0 OR AOHAS >= WS-TR-HOY)
                PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                        UNTIL WS-TR-IDX > WS-TR-CNT
                        OR WS-TR-PAI (WS-TR-IDX) = AOPAI
                    CONTINUE
                END-PERFORM
                IF WS-TR-IDX > WS-TR-CNT AND WS-TR-CNT < 300
                    ADD 1 TO WS-TR-CNT
                    MOVE AOPAI TO WS-TR-PAI (WS-TR-CNT)
                    MOVE AONIV TO WS-TR-NIV (WS-TR-CNT)
                ELSE
                    IF WS-TR-IDX <= WS-TR-CNT
                        IF AONIV > WS-TR-NIV (WS-TR-IDX)
                            MOVE AONIV TO WS-TR-NIV (WS-TR-IDX)
                        END-IF
                    END-IF
                END-IF
            END-IF
            READ FD-RESTRINGIDOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-RESTRINGIDOS
        .
       0001-Usuarios-Cargar-Restringidos-Fin.
        EXIT.

       0001-Usuarios-Alimentar SECTION.
        OPEN INPUT FD-CARGA-USUARIOS
        PERFORM 0000-Valida-FS
                MOVE 0 TO WS-US-VALIDO
            END-IF
        END-IF
      *  Paises restringidos: un alta de un pais de nivel 3 se
      *  rechaza y una de nivel 2 entra retenida. Que sea alta se
      *  decide contra el maestro previo a la corrida: en modo T
      *  (que lo vacia) un usuario que ya existia en un pais
      *  restringido se busca en la tabla de previos y se trata
      *  como existente. Las actualizaciones se controlan en
      *  0001-Usuarios-Actualizar, con el registro a la vista; los
      *  usuarios ya existentes no retenidos los lista MGR043.
        MOVE 0 TO WS-US-RETENER
        MOVE 0 TO WS-US-LISTAR
        IF WS-US-VALIDO = 1 AND WS-US-ES-ALTA = 1
            PERFORM 0001-Usuarios-Buscar-Previo
            IF WS-US-PREVIO = 1
                PERFORM 0001-Usuarios-Restriccion-Existente
            ELSE
                MOVE WS-ACPAI TO WS-US-PAI-RES
                PERFORM 0001-Usuarios-Nivel-Restriccion
                EVALUATE WS-US-NIVEL-RES
                    WHEN 3
                        MOVE "PAIS EMBARGADO" TO WS-US-REJ-MOTIVO
                        PERFORM 0001-Usuarios-Rechazar
                        MOVE 0 TO WS-US-VALIDO
                    WHEN 2
                        MOVE 1 TO WS-US-RETENER
                        MOVE 1 TO WS-US-LISTAR
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-IF
        .

       0001-Usuarios-Previos-Leer SECTION.
      *  Modo T: el OPEN OUTPUT vacia el maestro y todo el feed
      *  pasaria por alta. Antes se guardan, en orden de ACCOD, los
      *  usuarios que ya existian en un pais restringido (nivel 2 o
      *  3) con su ACPAI y ACLOK, para tratarlos como existentes y
      *  no como altas. Si no entran en la tabla la corrida pasa a
      *  modo U, que no vacia el maestro.
        PERFORM 0001-Usuarios-Cargar-Restringidos
        MOVE 0 TO WS-US-PRV-LLENA
        IF WS-TR-CNT = 0
            GO TO 0001-Usuarios-Previos-Leer-Fin
        END-IF
        OPEN INPUT SHARING WITH ALL OTHER FD-USUARIOS
        IF FS = 5
            CLOSE FD-USUARIOS
            GO TO 0001-Usuarios-Previos-Leer-Fin
        END-IF
        IF FS NOT = 0
            GO TO 0001-Usuarios-Previos-Leer-Fin
        END-IF
        MOVE 0 TO EOF-MAS
        READ FD-USUARIOS NEXT
            AT END MOVE 1 TO EOF-MAS
        END-READ
        PERFORM UNTIL EOF-MAS = 1 OR WS-US-PRV-LLENA = 1
            MOVE ACPAI TO WS-US-PAI-RES
            PERFORM 0001-Usuarios-Nivel-Restriccion
            IF WS-US-NIVEL-RES > 1
                IF WS-US-PRV-CNT < 5000
                    ADD 1 TO WS-US-PRV-CNT
                    MOVE ACCOD TO WS-US-PRV-ACCOD (WS-US-PRV-CNT)
                    MOVE ACPAI TO WS-US-PRV-PAI (WS-US-PRV-CNT)
                    MOVE ACLOK TO WS-US-PRV-LOK (WS-US-PRV-CNT)
                ELSE
                    MOVE 1 TO WS-US-PRV-LLENA
                END-IF
            END-IF
            READ FD-USUARIOS NEXT
                AT END MOVE 1 TO EOF-MAS
            END-READ
        END-PERFORM
        CLOSE FD-USUARIOS
        IF WS-US-PRV-LLENA = 1
            DISPLAY "Mas de 5000 usuarios de paises restringidos: la"
                " carga se hace en modo U para no tratarlos como altas"
            MOVE "U" TO WS-MODO-USUARIOS
            MOVE 0 TO WS-US-PRV-CNT
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        END-IF
        .
       0001-Usuarios-Previos-Leer-Fin.
        EXIT.

       0001-Usuarios-Buscar-Previo SECTION.
      *  Modo T: el feed llega ordenado por ACCOD igual que la tabla
      *  de previos, asi que se la recorre con un puntero que solo
      *  avanza (una clave repetida del feed vuelve a encontrarla).
        MOVE 0 TO WS-US-PREVIO
        IF WS-USUARIOS-TOTAL
            PERFORM UNTIL WS-US-PRV-PTR > WS-US-PRV-CNT
                    OR WS-US-PRV-ACCOD (WS-US-PRV-PTR) NOT < WS-ACCOD
                ADD 1 TO WS-US-PRV-PTR
            END-PERFORM
            IF WS-US-PRV-PTR NOT > WS-US-PRV-CNT
                IF WS-US-PRV-ACCOD (WS-US-PRV-PTR) = WS-ACCOD
                    MOVE 1 TO WS-US-PREVIO
                    MOVE WS-US-PRV-PAI (WS-US-PRV-PTR) TO
                        WS-US-PAI-ANT
                    MOVE WS-US-PRV-LOK (WS-US-PRV-PTR) TO
                        WS-US-LOK-ANT
                END-IF
            END-IF
        END-IF
        .

       0001-Usuarios-Restriccion-Existente SECTION.
      *  Usuario ya existente (WS-US-PAI-ANT / WS-US-LOK-ANT antes
      *  de esta linea). Si el feed lo pasa a otro pais se controla
      *  como un alta: nivel 3 se rechaza, nivel 2 queda retenido
      *  (ACLOK = 1) y listado. Si sigue en el mismo pais y estaba
      *  retenido, el feed no lo desbloquea mientras la restriccion
      *  siga en nivel 2 o mas: eso lo decide cumplimiento (USRM
      *  U); el intento se lista. Un usuario del pais que no estaba
      *  retenido lo sigue listando el control de MGR043.
        MOVE 0 TO WS-US-RETENER
        MOVE 0 TO WS-US-LISTAR
        IF WS-ACPAI NOT = SPACES
            MOVE WS-ACPAI TO WS-US-PAI-RES
        ELSE
            MOVE WS-US-PAI-ANT TO WS-US-PAI-RES
        END-IF
        PERFORM 0001-Usuarios-Nivel-Restriccion
        IF WS-US-PAI-RES NOT = WS-US-PAI-ANT
            EVALUATE WS-US-NIVEL-RES
                WHEN 3
                    MOVE "PAIS EMBARGADO" TO WS-US-REJ-MOTIVO
                    PERFORM 0001-Usuarios-Rechazar
                    MOVE 0 TO WS-US-VALIDO
                WHEN 2
                    MOVE 1 TO WS-US-RETENER
                    MOVE 1 TO WS-US-LISTAR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        ELSE
            IF WS-US-NIVEL-RES > 1 AND WS-US-LOK-ANT = 1
                MOVE 1 TO WS-US-RETENER
                IF WS-ACLOK = "0"
                    MOVE 1 TO WS-US-LISTAR
                END-IF
            END-IF
        END-IF
        .

       0001-Usuarios-Nivel-Restriccion SECTION.
        MOVE 0 TO WS-US-NIVEL-RES
        PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                UNTIL WS-TR-IDX > WS-TR-CNT OR WS-US-NIVEL-RES > 0
            IF WS-TR-PAI (WS-TR-IDX) = WS-US-PAI-RES
                MOVE WS-TR-NIV (WS-TR-IDX) TO WS-US-NIVEL-RES
            END-IF
        END-PERFORM
        .

       0001-Usuarios-Existe-Idioma SECTION.
        ELSE
            MOVE ZEROS TO ACULT
        END-IF
        IF WS-US-RETENER = 1
            MOVE 1 TO ACLOK
        END-IF
        WRITE RG-USUARIO
            INVALID KEY
                PERFORM 0001-Usuarios-Insertar-Duplicado
            NOT INVALID KEY
                ADD 1 TO WS-USUARIOS-GRABADOS
                IF WS-US-LISTAR = 1
                    PERFORM 0001-Usuarios-Retener
                END-IF
        END-WRITE
        .

       0001-Usuarios-Retener SECTION.
      *  Alta (o cambio de pais) a un pais con retencion, o intento
      *  del feed de desbloquear a un retenido: el usuario queda
      *  grabado pero bloqueado, y la linea va al archivo de
      *  rechazos para que cumplimiento la revise y lo desbloquee o
      *  lo baje.
        IF WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        ADD 1 TO WS-US-REJ-SEQ
        ADD 1 TO WS-US-RETENIDOS
        MOVE WS-US-REJ-SEQ TO WS-US-REJ-L-SEQ
        MOVE "RETENIDO - PAIS RESTRINGIDO" TO WS-US-REJ-L-MOTIVO
        MOVE WS-US-TEXTO-BUF TO WS-US-REJ-L-TEXTO
        MOVE WS-US-REJ-LINEA TO RG-USUARIOS-REJ
        WRITE RG-USUARIOS-REJ
        .

       0001-Usuarios-Insertar-Duplicado SECTION.
      *  Con el feed ordenado un WRITE duplicado solo puede ser una
      *  clave repetida dentro del mismo feed (la ocurrencia previa
        .

       0001-Usuarios-Actualizar SECTION.
      *  Antes de tocar el registro, el control de restriccion con
      *  el pais resultante (ver 0001-Usuarios-Restriccion-Existente).
        MOVE ACPAI TO WS-US-PAI-ANT
        MOVE ACLOK TO WS-US-LOK-ANT
        PERFORM 0001-Usuarios-Restriccion-Existente
        IF WS-US-VALIDO = 0
            GO TO 0001-Usuarios-Actualizar-Fin
        END-IF
        IF WS-ACNOM NOT = SPACES
            MOVE WS-ACNOM TO ACNOM
        END-IF
        IF WS-ACLOK = "0" OR WS-ACLOK = "1"
            MOVE WS-ACLOK TO ACLOK
        END-IF
        IF WS-US-RETENER = 1
            MOVE 1 TO ACLOK
        END-IF
        IF WS-ACULT IS NUMERIC AND WS-ACULT NOT = ZEROS
            MOVE WS-ACULT TO ACULT
        END-IF
                MOVE 8 TO WS-RC
            NOT INVALID KEY
                ADD 1 TO WS-USUARIOS-GRABADOS
                IF WS-US-LISTAR = 1
                    PERFORM 0001-Usuarios-Retener
                END-IF
        END-REWRITE
        .
       0001-Usuarios-Actualizar-Fin.
        EXIT.

       0001-Usuarios-Rechazar SECTION.
        IF WS-RC < 4
