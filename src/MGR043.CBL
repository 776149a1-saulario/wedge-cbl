       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR043.
      ******************************************************************
      * Control nocturno de usuarios de paises restringidos: cruza
      * USUARIOS activos (ACACT = 1) contra las restricciones de
      * RESTRINGIDOS vigentes hoy (AOFEC <= hoy y AOHAS 0 o >= hoy)
      * y lista cada usuario cuyo ACPAI esta restringido, con el
      * nivel, el motivo y la vigencia de la restriccion. Si un pais
      * tiene mas de una restriccion vigente manda la de mayor nivel.
      * Corre despues de la carga de USUARIOS para que cumplimiento
      * vea tambien los usuarios retenidos esa noche.
      * RC 4 si hay algun usuario listado.
      *   MGR043_RPT   ruta del reporte (default
      *                restringidos_control.rpt de la entidad)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "RESTRINGIDOS-AO-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "USUARIOS-AC-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        SELECT FD-REPORTE ASSIGN TO WS-REPORTE-PATH
            FILE STATUS IS FS-RPT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "RESTRINGIDOS-FS" IN "src/dds".
        COPY "USUARIOS-FS" IN "src/dds".
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
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-RT-CANT           PIC 9(4) VALUE 0.
        01 WS-RT-TABLA.
            05 WS-RT-ENT OCCURS 500.
                10 WS-RT-PAI    PIC X(02).
                10 WS-RT-NIV    PIC 9(01).
                10 WS-RT-FEC    PIC 9(08).
                10 WS-RT-HAS    PIC 9(08).
                10 WS-RT-MOT    PIC X(40).
        01 WS-RT-IDX            PIC 9(4).
        01 WS-RT-HALLADO        PIC 9(4).
        01 WS-LEIDOS            PIC 9(9) VALUE 0.
        01 WS-ACTIVOS           PIC 9(9) VALUE 0.
        01 WS-HITS              PIC 9(9) VALUE 0.
        01 WS-HITS-NIV          PIC 9(9) OCCURS 3 VALUE 0.
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(50) VALUE
               "MGR043 - USUARIOS DE PAISES RESTRINGIDOS".
            05 FILLER           PIC X(6)  VALUE "FECHA ".
            05 WS-CAB-FECHA     PIC 9(08).
        01 WS-TITULOS-LINEA.
            05 FILLER           PIC X(11) VALUE "USUARIO".
            05 FILLER           PIC X(41) VALUE "NOMBRE".
            05 FILLER           PIC X(5)  VALUE "PAIS".
            05 FILLER           PIC X(4)  VALUE "NIV".
            05 FILLER           PIC X(9)  VALUE "DESDE".
            05 FILLER           PIC X(9)  VALUE "HASTA".
            05 FILLER           PIC X(3)  VALUE "BL".
            05 FILLER           PIC X(40) VALUE "MOTIVO".
        01 WS-DETALLE-LINEA.
            05 WS-DET-COD       PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-NOM       PIC X(40).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-PAI       PIC X(02).
            05 FILLER           PIC X(3) VALUE SPACE.
            05 WS-DET-NIV       PIC 9(01).
            05 FILLER           PIC X(3) VALUE SPACE.
            05 WS-DET-FEC       PIC 9(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-HAS       PIC X(08).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-DET-LOK       PIC 9(01).
            05 FILLER           PIC X(2) VALUE SPACE.
            05 WS-DET-MOT       PIC X(40).
        01 WS-TOTAL-LINEA.
            05 WS-TOT-TEXTO     PIC X(40).
            05 WS-TOT-CANT      PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        PERFORM 0001-Cargar-Restricciones
        IF WS-RC < 8
            PERFORM 0002-Controlar-Usuarios
        END-IF
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR043_RPT"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-REPORTE-PATH
        ELSE
            MOVE "restringidos_control.rpt" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-REPORTE-PATH
        END-IF
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        .

      *  Tabla de restricciones vigentes hoy, una por pais (la de
      *  mayor nivel).
       0001-Cargar-Restricciones SECTION.
        MOVE 0 TO WS-RT-CANT
        OPEN INPUT SHARING WITH ALL OTHER FD-RESTRINGIDOS
        IF FS = 35 OR FS = 5
            DISPLAY "MGR043: no hay paises restringidos"
            GO TO 0001-Cargar-Restricciones-Fin
        END-IF
        IF FS NOT = 0
            DISPLAY "MGR043: no se pudo abrir RESTRINGIDOS (" FS ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Cargar-Restricciones-Fin
        END-IF
        MOVE 0 TO EOF
        READ FD-RESTRINGIDOS NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF AOFEC <= WS-FECHA-HOY
                    AND (AOHAS = 0 OR AOHAS >= WS-FECHA-HOY)
                PERFORM 0001-Agregar-Restriccion
            END-IF
            READ FD-RESTRINGIDOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM
        CLOSE FD-RESTRINGIDOS
        DISPLAY "Paises con restriccion vigente : " WS-RT-CANT
        .
       0001-Cargar-Restricciones-Fin.
        EXIT.

       0001-Agregar-Restriccion SECTION.
        MOVE 0 TO WS-RT-HALLADO
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-CANT OR WS-RT-HALLADO > 0
            IF WS-RT-PAI (WS-RT-IDX) = AOPAI
                MOVE WS-RT-IDX TO WS-RT-HALLADO
            END-IF
        END-PERFORM
        IF WS-RT-HALLADO = 0
            IF WS-RT-CANT >= 500
                DISPLAY "MGR043: tabla de restricciones llena, se "
                    "ignora " AOPAI " " AOFEC
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
                GO TO 0001-Agregar-Restriccion-Fin
            END-IF
            ADD 1 TO WS-RT-CANT
            MOVE WS-RT-CANT TO WS-RT-HALLADO
            MOVE 0 TO WS-RT-NIV (WS-RT-HALLADO)
        END-IF
        IF AONIV > WS-RT-NIV (WS-RT-HALLADO)
            MOVE AOPAI TO WS-RT-PAI (WS-RT-HALLADO)
            MOVE AONIV TO WS-RT-NIV (WS-RT-HALLADO)
            MOVE AOFEC TO WS-RT-FEC (WS-RT-HALLADO)
            MOVE AOHAS TO WS-RT-HAS (WS-RT-HALLADO)
            MOVE AOMOT TO WS-RT-MOT (WS-RT-HALLADO)
        END-IF
        .
       0001-Agregar-Restriccion-Fin.
        EXIT.

       0002-Controlar-Usuarios SECTION.
        DISPLAY "Control de usuarios de paises restringidos..."
        OPEN OUTPUT FD-REPORTE
        IF FS-RPT NOT = 0
            DISPLAY "MGR043: no se pudo abrir " WS-REPORTE-PATH
                " (" FS-RPT ")"
            MOVE 8 TO WS-RC
            GO TO 0002-Controlar-Usuarios-Fin
        END-IF
        MOVE WS-FECHA-HOY TO WS-CAB-FECHA
        MOVE WS-CABECERA-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE WS-TITULOS-LINEA TO RG-REPORTE
        WRITE RG-REPORTE

        IF WS-RT-CANT > 0
            OPEN INPUT SHARING WITH ALL OTHER FD-USUARIOS
            IF FS NOT = 0 AND FS NOT = 5 AND FS NOT = 35
                DISPLAY "MGR043: no se pudo abrir USUARIOS (" FS ")"
                MOVE 8 TO WS-RC
            ELSE
                MOVE 0 TO EOF
                READ FD-USUARIOS NEXT
                    AT END MOVE 1 TO EOF
                END-READ
                PERFORM UNTIL EOF = 1
                    ADD 1 TO WS-LEIDOS
                    IF ACACT = 1
                        ADD 1 TO WS-ACTIVOS
                        PERFORM 0002-Controlar-Uno
                    END-IF
                    READ FD-USUARIOS NEXT
                        AT END MOVE 1 TO EOF
                    END-READ
                END-PERFORM
                CLOSE FD-USUARIOS
            END-IF
        END-IF

        MOVE SPACES TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "USUARIOS LEIDOS" TO WS-TOT-TEXTO
        MOVE WS-LEIDOS TO WS-TOT-CANT
        MOVE WS-TOTAL-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "USUARIOS ACTIVOS" TO WS-TOT-TEXTO
        MOVE WS-ACTIVOS TO WS-TOT-CANT
        MOVE WS-TOTAL-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "EN PAIS EN VIGILANCIA (NIVEL 1)" TO WS-TOT-TEXTO
        MOVE WS-HITS-NIV (1) TO WS-TOT-CANT
        MOVE WS-TOTAL-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "EN PAIS CON RETENCION (NIVEL 2)" TO WS-TOT-TEXTO
        MOVE WS-HITS-NIV (2) TO WS-TOT-CANT
        MOVE WS-TOTAL-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        MOVE "EN PAIS EMBARGADO (NIVEL 3)" TO WS-TOT-TEXTO
        MOVE WS-HITS-NIV (3) TO WS-TOT-CANT
        MOVE WS-TOTAL-LINEA TO RG-REPORTE
        WRITE RG-REPORTE
        CLOSE FD-REPORTE

        DISPLAY "=== Control de paises restringidos ==="
        DISPLAY "Usuarios activos   : " WS-ACTIVOS
        DISPLAY "Usuarios listados  : " WS-HITS
        IF WS-HITS > 0
            DISPLAY "MGR043: hay usuarios activos de paises "
                "restringidos, ver " FUNCTION TRIM (WS-REPORTE-PATH)
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF
        END-IF
        .
       0002-Controlar-Usuarios-Fin.
        EXIT.

       0002-Controlar-Uno SECTION.
        MOVE 0 TO WS-RT-HALLADO
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-CANT OR WS-RT-HALLADO > 0
            IF WS-RT-PAI (WS-RT-IDX) = ACPAI
                MOVE WS-RT-IDX TO WS-RT-HALLADO
            END-IF
        END-PERFORM
        IF WS-RT-HALLADO > 0
            ADD 1 TO WS-HITS
            ADD 1 TO WS-HITS-NIV (WS-RT-NIV (WS-RT-HALLADO))
            MOVE ACCOD TO WS-DET-COD
            MOVE ACNOM TO WS-DET-NOM
            MOVE ACPAI TO WS-DET-PAI
            MOVE WS-RT-NIV (WS-RT-HALLADO) TO WS-DET-NIV
            MOVE WS-RT-FEC (WS-RT-HALLADO) TO WS-DET-FEC
            IF WS-RT-HAS (WS-RT-HALLADO) = 0
                MOVE "SIN FIN" TO WS-DET-HAS
            ELSE
                MOVE WS-RT-HAS (WS-RT-HALLADO) TO WS-DET-HAS
            END-IF
            MOVE ACLOK TO WS-DET-LOK
            MOVE WS-RT-MOT (WS-RT-HALLADO) TO WS-DET-MOT
            MOVE WS-DETALLE-LINEA TO RG-REPORTE
            WRITE RG-REPORTE
        END-IF
        .

       END PROGRAM MGR043.
