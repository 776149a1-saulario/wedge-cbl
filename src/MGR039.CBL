       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR039.
      ******************************************************************
      * Vencimiento de solicitudes de cambio de PAISES: las
      * solicitudes que PAIM (TXN004) deja pendientes en PAIPEN y
      * que nadie aprobo ni rechazo en PAIA (TXN005) dentro del
      * plazo se marcan vencidas (ANEST V) con el job y la fecha y
      * hora en los campos de resolucion, para que no se apruebe a
      * las semanas un cambio pedido sobre una imagen vieja y para
      * que el pais quede libre para una solicitud nueva. El reporte
      * lista cada vencida con su pedido y quien la pidio; RC 4 si
      * vencio alguna. Sin PAIPEN no hay nada que vencer (RC 0).
      *   1er parametro o MGR039_DIAS  dias corridos de plazo desde
      *                        la solicitud (default 5)
      *   MGR039_RPT           ruta del reporte
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "PAIPEN-AN-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-REPORTE ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "PAIPEN-FS" IN "src/dds".
        FD FD-REPORTE.
        01 RG-REPORTE       PIC X(132).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-RPT          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-REPORTE-PATH      PIC X(200) VALUE SPACES.
        01 WS-JOBID             PIC X(08).
        01 WS-DIAS              PIC 9(4) VALUE 5.
        01 WS-DIAS-TXT          PIC X(4).
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-FECHA-LIMITE      PIC 9(08).
        01 WS-DIAS-ENTERO       PIC 9(7).
        01 WS-HORA              PIC 9(08).
        01 WS-LEIDAS            PIC 9(9) VALUE 0.
        01 WS-PENDIENTES        PIC 9(9) VALUE 0.
        01 WS-VENCIDAS          PIC 9(9) VALUE 0.
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(50) VALUE
               "MGR039 - SOLICITUDES DE PAISES VENCIDAS".
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(7)  VALUE "PLAZO ".
            05 WS-CAB-DIAS      PIC Z(3)9.
            05 FILLER           PIC X(5)  VALUE " DIAS".
            05 FILLER           PIC X(3)  VALUE SPACE.
            05 FILLER           PIC X(6)  VALUE "JOB   ".
            05 WS-CAB-JOB       PIC X(08).
        01 WS-TITULOS-LINEA.
            05 FILLER           PIC X(26) VALUE
               "PA SOLICITADA      SEQ  F ".
            05 FILLER           PIC X(41) VALUE "VALOR PEDIDO".
            05 FILLER           PIC X(09) VALUE "SOLICITO".
        01 WS-DETALLE-LINEA.
            05 WS-DET-COD       PIC X(02).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-FEC       PIC 9(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-HOR       PIC 9(06).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-SEQ       PIC 9(04).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-FUN       PIC X(01).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-VAL       PIC X(40).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-OPE       PIC X(08).
            05 FILLER           PIC X(57) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        IF WS-RC = 0
            PERFORM 0001-Vencer
        END-IF
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR039_DIAS"
        END-IF
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE SPACES TO WS-DIAS-TXT
            UNSTRING WS-PARM-ENTRADA DELIMITED BY SPACE
                INTO WS-DIAS-TXT
            END-UNSTRING
            IF FUNCTION TRIM (WS-DIAS-TXT) IS NUMERIC
                COMPUTE WS-DIAS =
                    FUNCTION NUMVAL (FUNCTION TRIM (WS-DIAS-TXT))
            ELSE
                DISPLAY "MGR039: plazo invalido (dias): "
                    WS-PARM-ENTRADA (1:20)
                MOVE 12 TO WS-RC
            END-IF
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR039_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE "paipen_vencidas.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        MOVE SPACES TO WS-JOBID
        ACCEPT WS-JOBID FROM ENVIRONMENT "MGR001_JOBID"
        IF WS-JOBID = SPACES
            ACCEPT WS-JOBID FROM ENVIRONMENT "USER"
        END-IF
        IF WS-JOBID = SPACES
            MOVE "MGR039" TO WS-JOBID
        END-IF
        .

       0001-Vencer SECTION.
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        COMPUTE WS-DIAS-ENTERO =
            FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - WS-DIAS
        COMPUTE WS-FECHA-LIMITE =
            FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO)
        DISPLAY "Vencimiento de solicitudes de PAISES anteriores al "
            WS-FECHA-LIMITE "..."

        OPEN OUTPUT FD-REPORTE
        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
        MOVE WS-DIAS TO WS-CAB-DIAS
        MOVE WS-JOBID TO WS-CAB-JOB
        MOVE WS-CABECERA-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE WS-TITULOS-LINEA TO RG-REPORTE
        WRITE RG-REPORTE

        OPEN I-O SHARING WITH ALL OTHER FD-PAIPEN
        IF FS = 5
            CLOSE FD-PAIPEN
            DISPLAY "MGR039: no hay solicitudes de cambio (PAIPEN)"
            GO TO 0001-Vencer-Totales
        END-IF
        IF FS NOT = 0
            DISPLAY "MGR039: no se pudo abrir PAIPEN (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Vencer-Totales
        END-IF
        MOVE LOW-VALUES TO ANKEY
        START FD-PAIPEN KEY IS NOT LESS THAN ANKEY
            INVALID KEY CONTINUE
        END-START
        MOVE 0 TO EOF
        READ FD-PAIPEN NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            ADD 1 TO WS-LEIDAS
            IF ANEST = "P"
                IF ANFEC < WS-FECHA-LIMITE
                    PERFORM 0002-Marcar-Vencida
                ELSE
                    ADD 1 TO WS-PENDIENTES
                END-IF
            END-IF
            READ FD-PAIPEN NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-PAIPEN
        .
       0001-Vencer-Totales.
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        STRING "SOLICITUDES LEIDAS: " WS-LEIDAS
            "  VENCIDAS: " WS-VENCIDAS
            "  SIGUEN PENDIENTES: " WS-PENDIENTES
            DELIMITED BY SIZE INTO RG-REPORTE
        WRITE RG-REPORTE
        CLOSE FD-REPORTE
        DISPLAY "=== Vencimiento de solicitudes de PAISES ==="
        DISPLAY "Solicitudes leidas : " WS-LEIDAS
        DISPLAY "Vencidas           : " WS-VENCIDAS
        DISPLAY "Siguen pendientes  : " WS-PENDIENTES
        IF WS-VENCIDAS > 0 AND WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        .
       0001-Vencer-Fin.
        EXIT.

       0002-Marcar-Vencida SECTION.
        MOVE "V" TO ANEST
        MOVE WS-JOBID TO ANAPR
        MOVE WS-FECHA-HOY TO ANFDE
        ACCEPT WS-HORA FROM TIME
        MOVE WS-HORA (1:6) TO ANHDE
        REWRITE RG-PAIPEN
            INVALID KEY
                DISPLAY "MGR039: no se pudo vencer " ANCOD " " ANFEC
                    " " ANHOR " (" FS ")"
                MOVE 8 TO WS-RC
            NOT INVALID KEY
                ADD 1 TO WS-VENCIDAS
                MOVE ANCOD TO WS-DET-COD
                MOVE ANFEC TO WS-DET-FEC
                MOVE ANHOR TO WS-DET-HOR
                MOVE ANSEQ TO WS-DET-SEQ
                MOVE ANFUN TO WS-DET-FUN
                MOVE ANVAL TO WS-DET-VAL
                MOVE ANOPE TO WS-DET-OPE
                MOVE WS-DETALLE-LINEA TO RG-REPORTE
                WRITE RG-REPORTE
        END-REWRITE
        .

       END PROGRAM MGR039.
