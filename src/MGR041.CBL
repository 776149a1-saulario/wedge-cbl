       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR041.
      ******************************************************************
      * Recertificacion trimestral de accesos en linea: lista cada
      * autorizacion vigente de AUTORIZA (AJACT = 1: operador,
      * transaccion y funcion) junto al estado del operador en
      * USUARIOS (AJOPE contra ACCOD):
      *   ACTIVO     activo, sin bloqueo y con ingreso reciente (o
      *              sin ACULT, criterio de MGR006)
      *   DORMIDO    activo pero sin ingresar hace mas de los dias
      *              configurados
      *   BLOQUEADO  ACLOK = 1 (password vencida, MGR006)
      *   BAJA       ACACT = 0
      *   FALTA      no esta en USUARIOS (purgado por MGR015 o
      *              nunca dado de alta)
      * Todo lo que no es ACTIVO se marca: MGR006 y MGR015 bajan o
      * borran al usuario pero sus permisos de IDMT/USRM/PAIM/PAIA
      * siguen vivos hasta que alguien los revoque. Cada permiso
      * marcado va ademas al CSV de revocacion con el formato de
      * carga de MGR020 (AJOPE,AJTRN,AJFUN,0 con una linea de
      * encabezado): seguridad tacha lo que se conserva y lo que
      * queda se carga tal cual con MGR020 CARGA en modo U.
      * RC 4 si hay algun permiso marcado.
      *   MGR041_DIAS_DORMIDO  dias sin ingresar para DORMIDO
      *                        (default 90)
      *   MGR041_RPT           ruta del reporte
      *   MGR041_CSV           ruta del CSV de revocacion
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "AUTORIZA-AJ-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "USUARIOS-AC-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-REPORTE ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-REVOCAR ASSIGN TO WS-CSV-PATH
            FILE STATUS IS FS-CSV
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "AUTORIZA-FS" IN "src/dds".
        COPY "USUARIOS-FS" IN "src/dds".
        FD FD-REPORTE.
        01 RG-REPORTE       PIC X(132).
        FD FD-REVOCAR.
        01 RG-REVOCAR       PIC X(40).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-RPT          PIC 99.
        01 FS-CSV          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-CSV-PATH          PIC X(200) VALUE SPACES.
        01 WS-DIAS-DORMIDO      PIC 9(4) VALUE 90.
        01 WS-DIAS-TXT          PIC X(4).
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-FECHA-DORMIDO     PIC 9(08).
        01 WS-DIAS-ENTERO       PIC 9(7).
        01 WS-USUARIOS-ABIERTO  PIC 9(1) VALUE 0.
        01 WS-ESTADO            PIC X(10).
            88 WS-ESTADO-ACTIVO         VALUE "ACTIVO".
        01 WS-LEIDOS            PIC 9(9) VALUE 0.
        01 WS-VIGENTES          PIC 9(9) VALUE 0.
        01 WS-CNT-ACTIVO        PIC 9(9) VALUE 0.
        01 WS-CNT-DORMIDO       PIC 9(9) VALUE 0.
        01 WS-CNT-BLOQUEADO     PIC 9(9) VALUE 0.
        01 WS-CNT-BAJA          PIC 9(9) VALUE 0.
        01 WS-CNT-FALTA         PIC 9(9) VALUE 0.
        01 WS-MARCADOS          PIC 9(9) VALUE 0.
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(50) VALUE
               "MGR041 - RECERTIFICACION DE ACCESOS EN LINEA".
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(17) VALUE "DORMIDO DESPUES ".
            05 WS-CAB-DIAS      PIC Z(3)9.
            05 FILLER           PIC X(5)  VALUE " DIAS".
        01 WS-TITULOS-LINEA.
            05 FILLER           PIC X(19) VALUE
               "OPERADOR TRN  F  ".
            05 FILLER           PIC X(11) VALUE "ESTADO".
            05 FILLER           PIC X(41) VALUE "NOMBRE".
            05 FILLER           PIC X(15) VALUE "ULTIMO INGRESO".
            05 FILLER           PIC X(06) VALUE "MARCA".
        01 WS-DETALLE-LINEA.
            05 WS-DET-OPE       PIC X(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-TRN       PIC X(04).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-FUN       PIC X(01).
            05 FILLER           PIC X(4) VALUE SPACE.
            05 WS-DET-ESTADO    PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-NOM       PIC X(40).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-ULT       PIC X(14).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-MARCA     PIC X(07).

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        IF WS-RC = 0
            PERFORM 0001-Recertificar
        END-IF
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-DIAS-TXT
        ACCEPT WS-DIAS-TXT FROM ENVIRONMENT "MGR041_DIAS_DORMIDO"
        IF WS-DIAS-TXT NOT = SPACES
            IF FUNCTION TRIM (WS-DIAS-TXT) IS NUMERIC
                COMPUTE WS-DIAS-DORMIDO =
                    FUNCTION NUMVAL (FUNCTION TRIM (WS-DIAS-TXT))
            ELSE
                DISPLAY "MGR041: dias de dormido invalidos: "
                    WS-DIAS-TXT
                MOVE 12 TO WS-RC
            END-IF
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR041_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE "recertificacion.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR041_CSV"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-CSV-PATH
        ELSE
            MOVE "autoriza_revocar.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-CSV-PATH
        END-IF
        .

       0001-Recertificar SECTION.
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        COMPUTE WS-DIAS-ENTERO =
            FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - WS-DIAS-DORMIDO
        COMPUTE WS-FECHA-DORMIDO =
            FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO)
        DISPLAY "Recertificacion de accesos (dormido antes del "
            WS-FECHA-DORMIDO ")..."

        OPEN INPUT SHARING WITH ALL OTHER FD-AUTORIZA
        IF FS = 35
            DISPLAY "MGR041: no hay autorizaciones (AUTORIZA)"
            GO TO 0001-Recertificar-Fin
        END-IF
        IF FS NOT = 0 AND FS NOT = 5
            DISPLAY "MGR041: no se pudo abrir AUTORIZA (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Recertificar-Fin
        END-IF
      *  Sin USUARIOS todo operador queda FALTA: es justamente lo que
      *  hay que revisar, asi que el reporte sale igual.
        OPEN INPUT SHARING WITH ALL OTHER FD-USUARIOS
        IF FS = 0 OR FS = 5
            MOVE 1 TO WS-USUARIOS-ABIERTO
        ELSE
            DISPLAY "MGR041: USUARIOS no disponible (" FS
                ") - todos los operadores quedan FALTA"
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        END-IF

        OPEN OUTPUT FD-REPORTE
        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
        MOVE WS-DIAS-DORMIDO TO WS-CAB-DIAS
        MOVE WS-CABECERA-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE WS-TITULOS-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        OPEN OUTPUT FD-REVOCAR
        MOVE "AJOPE,AJTRN,AJFUN,AJACT" TO RG-REVOCAR
        WRITE RG-REVOCAR

        MOVE LOW-VALUES TO AJKEY
        START FD-AUTORIZA KEY IS NOT LESS THAN AJKEY
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-AUTORIZA NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-LEIDOS
            IF AJACT = 1
                ADD 1 TO WS-VIGENTES
                PERFORM 0002-Evaluar-Permiso
            END-IF
            READ FD-AUTORIZA NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-AUTORIZA
        IF WS-USUARIOS-ABIERTO = 1
            CLOSE FD-USUARIOS
        END-IF
        CLOSE FD-REVOCAR

        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        STRING "PERMISOS LEIDOS: " WS-LEIDOS
            "  VIGENTES: " WS-VIGENTES
            "  MARCADOS PARA REVOCAR: " WS-MARCADOS
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        STRING "ACTIVO: " WS-CNT-ACTIVO
            "  DORMIDO: " WS-CNT-DORMIDO
            "  BLOQUEADO: " WS-CNT-BLOQUEADO
            "  BAJA: " WS-CNT-BAJA
            "  FALTA: " WS-CNT-FALTA
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        CLOSE FD-REPORTE
        DISPLAY "=== Recertificacion de accesos ==="
        DISPLAY "Permisos vigentes  : " WS-VIGENTES
        DISPLAY "Marcados           : " WS-MARCADOS
        DISPLAY "  dormido          : " WS-CNT-DORMIDO
        DISPLAY "  bloqueado        : " WS-CNT-BLOQUEADO
        DISPLAY "  baja             : " WS-CNT-BAJA
        DISPLAY "  falta            : " WS-CNT-FALTA
        DISPLAY "CSV de revocacion  : " FUNCTION TRIM (WS-CSV-PATH)
        IF WS-MARCADOS > 0 AND WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        .
       0001-Recertificar-Fin.
        EXIT.

       0002-Evaluar-Permiso SECTION.
        MOVE AJOPE TO WS-DET-OPE
        MOVE AJTRN TO WS-DET-TRN
        MOVE AJFUN TO WS-DET-FUN
        MOVE SPACES TO WS-DET-NOM
        MOVE SPACES TO WS-DET-ULT
        MOVE "FALTA" TO WS-ESTADO
        IF WS-USUARIOS-ABIERTO = 1
            MOVE SPACES TO ACCOD
            MOVE AJOPE TO ACCOD
            READ FD-USUARIOS KEY IS ACCOD
                INVALID KEY
                    MOVE "FALTA" TO WS-ESTADO
                NOT INVALID KEY
                    MOVE ACNOM TO WS-DET-NOM
                    IF ACULT NOT = 0
                        MOVE ACULT TO WS-DET-ULT
                    END-IF
                    EVALUATE TRUE
                        WHEN ACACT = 0
                            MOVE "BAJA" TO WS-ESTADO
                        WHEN ACLOK = 1
                            MOVE "BLOQUEADO" TO WS-ESTADO
                        WHEN ACULT NOT = 0
                                AND ACULT (1:8) < WS-FECHA-DORMIDO
                            MOVE "DORMIDO" TO WS-ESTADO
                        WHEN OTHER
                            MOVE "ACTIVO" TO WS-ESTADO
                    END-EVALUATE
            END-READ
        END-IF
        EVALUATE WS-ESTADO
            WHEN "ACTIVO"
                ADD 1 TO WS-CNT-ACTIVO
            WHEN "DORMIDO"
                ADD 1 TO WS-CNT-DORMIDO
            WHEN "BLOQUEADO"
                ADD 1 TO WS-CNT-BLOQUEADO
            WHEN "BAJA"
                ADD 1 TO WS-CNT-BAJA
            WHEN OTHER
                ADD 1 TO WS-CNT-FALTA
        END-EVALUATE
        MOVE WS-ESTADO TO WS-DET-ESTADO
        IF WS-ESTADO-ACTIVO
            MOVE SPACES TO WS-DET-MARCA
        ELSE
            MOVE "REVOCAR" TO WS-DET-MARCA
            ADD 1 TO WS-MARCADOS
            MOVE SPACES TO RG-REVOCAR
            STRING FUNCTION TRIM (AJOPE) "," AJTRN "," AJFUN ",0"
                DELIMITED BY SIZE INTO RG-REVOCAR
            WRITE RG-REVOCAR
        END-IF
        MOVE WS-DETALLE-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        .

       END PROGRAM MGR041.
