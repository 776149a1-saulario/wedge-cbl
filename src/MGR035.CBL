       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR035.
      ******************************************************************
      * Conversion masiva de importes: lee un CSV de importes a
      * convertir y, fila por fila, llama a la rutina MGR034 con las
      * tasas de CAMBIOS a la fecha valor de cada fila. Escribe un
      * CSV de salida con el resultado redondeado a los decimales de
      * la moneda destino, la tasa cruzada y la fecha de la tasa
      * usada de cada lado. La fila que no se pudo valuar (moneda
      * inexistente, sin tasa a la fecha, importe o fecha invalidos)
      * sale igual, con el resultado en blanco y el motivo en ESTADO,
      * y el paso termina con RC 4.
      * Entrada:  REFERENCIA,IMPORTE,ORIGEN,DESTINO,FECHA
      *           (importe con punto decimal y signo opcional; la
      *           linea que empieza con REFERENCIA se saltea)
      * Salida:   REFERENCIA,IMPORTE,ORIGEN,DESTINO,FECHA,RESULTADO,
      *           TASA,FECHA_TASA_ORIGEN,FECHA_TASA_DESTINO,ESTADO
      *   1er parametro o MGR035_ENTRADA   CSV de entrada (default
      *                       conversion_entrada.csv de la entidad)
      *   MGR035_SALIDA       CSV de salida (default
      *                       conversion_salida.csv de la entidad)
      *   MGR034_MONEDA_BASE  moneda base de las tasas (ver MGR034)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT FD-ENTRADA ASSIGN TO WS-ENTRADA-PATH
            FILE STATUS IS FS-CSV
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-SALIDA ASSIGN TO WS-SALIDA-PATH
            FILE STATUS IS FS-SAL
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD FD-ENTRADA.
        01 RG-ENTRADA.
            05 TEXTO-CV PIC X(256).
        FD FD-SALIDA.
        01 RG-SALIDA        PIC X(300).
       WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS-CSV          PIC 99.
        01 FS-SAL          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-ENTRADA-PATH      PIC X(200) VALUE SPACES.
        01 WS-SALIDA-PATH       PIC X(200) VALUE SPACES.
        01 WS-CAMPO1            PIC X(40).
        01 WS-CAMPO2            PIC X(40).
        01 WS-CAMPO3            PIC X(40).
        01 WS-CAMPO4            PIC X(40).
        01 WS-CAMPO5            PIC X(40).
        01 WS-IMP-TXT           PIC X(40).
        01 WS-IMP-AUX           PIC X(40).
        01 WS-IMP-SIGNO         PIC X(01).
        01 WS-IMP-ENT           PIC X(20).
        01 WS-IMP-DEC           PIC X(06).
        01 WS-IMP-LEN           PIC 9(2).
        01 WS-IMP-JUS           PIC X(11) JUSTIFIED RIGHT.
        01 WS-IMP-ENT-N         PIC 9(11).
        01 WS-IMP-DEC-N         PIC 9(06).
        01 WS-IMP-VALIDO        PIC 9(1).
        01 WS-ED-RESULTADO      PIC -(11)9.9(6).
        01 WS-ED-LEN            PIC 9(2).
        01 WS-ED-TASA           PIC Z(8)9.9(9).
        01 WS-RES-TXT           PIC X(20).
        01 WS-TASA-TXT          PIC X(20).
        01 WS-FEC-ORI-TXT       PIC X(08).
        01 WS-FEC-DES-TXT       PIC X(08).
        01 WS-ESTADO            PIC X(30).
        01 WS-LINEA-SAL         PIC X(300).
        01 WS-LEIDOS            PIC 9(9) VALUE 0.
        01 WS-CONVERTIDOS       PIC 9(9) VALUE 0.
        01 WS-SIN-VALUAR        PIC 9(9) VALUE 0.
        01 WS-CONVIERTE.
        COPY "CONVIERTE-LK" IN "src/dds".

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
        MOVE 0 TO WS-RC
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        PERFORM 0001-Convertir-Archivo
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Leer-Parm SECTION.
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
        IF WS-PARM-ENTRADA = SPACES
            ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR035_ENTRADA"
        END-IF
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-ENTRADA-PATH
        ELSE
            MOVE "conversion_entrada.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-ENTRADA-PATH
        END-IF
        MOVE SPACES TO WS-PARM-ENTRADA
        ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "MGR035_SALIDA"
        IF WS-PARM-ENTRADA NOT = SPACES
            MOVE WS-PARM-ENTRADA TO WS-SALIDA-PATH
        ELSE
            MOVE "conversion_salida.csv" TO WS-RUTA-NOMBRE
            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-SALIDA-PATH
        END-IF
        .

       0001-Convertir-Archivo SECTION.
        DISPLAY "Conversion de importes..."
        OPEN INPUT FD-ENTRADA
        IF FS-CSV NOT = 0
            DISPLAY "MGR035: no se pudo abrir " WS-ENTRADA-PATH
                " (" FS-CSV ")"
            MOVE 8 TO WS-RC
            GO TO 0001-Convertir-Archivo-Fin
        END-IF
        OPEN OUTPUT FD-SALIDA
        IF FS-SAL NOT = 0
            DISPLAY "MGR035: no se pudo abrir " WS-SALIDA-PATH
                " (" FS-SAL ")"
            MOVE 8 TO WS-RC
            CLOSE FD-ENTRADA
            GO TO 0001-Convertir-Archivo-Fin
        END-IF
        MOVE SPACES TO RG-SALIDA
        STRING "REFERENCIA,IMPORTE,ORIGEN,DESTINO,FECHA,RESULTADO,"
            "TASA,FECHA_TASA_ORIGEN,FECHA_TASA_DESTINO,ESTADO"
            DELIMITED BY SIZE INTO RG-SALIDA
        WRITE RG-SALIDA

        MOVE 0 TO EOF
        READ FD-ENTRADA NEXT
            AT END MOVE 1 TO EOF
        END-READ
        PERFORM UNTIL EOF = 1
            IF TEXTO-CV NOT = SPACES
                    AND TEXTO-CV (1:10) NOT = "REFERENCIA"
                ADD 1 TO WS-LEIDOS
                PERFORM 0001-Convertir-Linea
            END-IF
            READ FD-ENTRADA NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM

        CLOSE FD-ENTRADA
        CLOSE FD-SALIDA
        MOVE "F" TO CV-FUNCION
        CALL "MGR034" USING WS-CONVIERTE
        IF WS-SIN-VALUAR > 0 AND WS-RC < 4
            MOVE 4 TO WS-RC
        END-IF
        DISPLAY "=== Conversion de importes ==="
        DISPLAY "Filas leidas      : " WS-LEIDOS
        DISPLAY "Convertidas       : " WS-CONVERTIDOS
        DISPLAY "Sin valuar        : " WS-SIN-VALUAR
        .
       0001-Convertir-Archivo-Fin.
        EXIT.

       0001-Convertir-Linea SECTION.
        MOVE SPACES TO WS-CAMPO1 WS-CAMPO2 WS-CAMPO3 WS-CAMPO4
            WS-CAMPO5
        UNSTRING TEXTO-CV DELIMITED BY ","
            INTO WS-CAMPO1 WS-CAMPO2 WS-CAMPO3 WS-CAMPO4 WS-CAMPO5
        END-UNSTRING
        MOVE SPACES TO WS-RES-TXT WS-TASA-TXT WS-FEC-ORI-TXT
            WS-FEC-DES-TXT WS-ESTADO
        MOVE WS-CAMPO2 TO WS-IMP-TXT
        PERFORM 0002-Importe-Convertir
        EVALUATE TRUE
            WHEN WS-IMP-VALIDO = 0
                MOVE "IMPORTE INVALIDO" TO WS-ESTADO
            WHEN WS-CAMPO5 (1:8) IS NOT NUMERIC
                MOVE "FECHA VALOR INVALIDA" TO WS-ESTADO
            WHEN OTHER
                MOVE "C" TO CV-FUNCION
                MOVE WS-CAMPO3 (1:3) TO CV-MON-ORIGEN
                MOVE WS-CAMPO4 (1:3) TO CV-MON-DESTINO
                MOVE WS-CAMPO5 (1:8) TO CV-FECHA
                MOVE SPACES TO CV-MON-BASE
                CALL "MGR034" USING WS-CONVIERTE
                IF CV-RC = 0
                    PERFORM 0001-Editar-Resultado
                ELSE
                    MOVE CV-MOTIVO TO WS-ESTADO
                END-IF
        END-EVALUATE
        IF WS-ESTADO = SPACES
            MOVE "OK" TO WS-ESTADO
            ADD 1 TO WS-CONVERTIDOS
        ELSE
            ADD 1 TO WS-SIN-VALUAR
            DISPLAY "MGR035: sin valuar (" FUNCTION TRIM (WS-ESTADO)
                "): " TEXTO-CV (1:60)
        END-IF
        MOVE SPACES TO WS-LINEA-SAL
        STRING FUNCTION TRIM (WS-CAMPO1) ","
            FUNCTION TRIM (WS-CAMPO2) ","
            FUNCTION TRIM (WS-CAMPO3) ","
            FUNCTION TRIM (WS-CAMPO4) ","
            FUNCTION TRIM (WS-CAMPO5) ","
            FUNCTION TRIM (WS-RES-TXT) ","
            FUNCTION TRIM (WS-TASA-TXT) ","
            FUNCTION TRIM (WS-FEC-ORI-TXT) ","
            FUNCTION TRIM (WS-FEC-DES-TXT) ","
            FUNCTION TRIM (WS-ESTADO)
            DELIMITED BY SIZE INTO WS-LINEA-SAL
        MOVE WS-LINEA-SAL TO RG-SALIDA
        WRITE RG-SALIDA
        .

       0001-Editar-Resultado SECTION.
      *  El resultado ya viene redondeado a los decimales de la
      *  moneda destino: se muestran solo esos decimales.
        MOVE CV-RESULTADO TO WS-ED-RESULTADO
        IF CV-DEC-DESTINO = 0
            MOVE 12 TO WS-ED-LEN
        ELSE
            COMPUTE WS-ED-LEN = 13 + CV-DEC-DESTINO
        END-IF
        MOVE WS-ED-RESULTADO (1:WS-ED-LEN) TO WS-RES-TXT
        MOVE CV-TASA TO WS-ED-TASA
        MOVE WS-ED-TASA TO WS-TASA-TXT
        MOVE CV-FECHA-ORIGEN TO WS-FEC-ORI-TXT
        MOVE CV-FECHA-DESTINO TO WS-FEC-DES-TXT
        .

       0002-Importe-Convertir SECTION.
      *  Mismo tratamiento que la tasa de 0001-Cambios en MGR001:
      *  texto con punto decimal opcional, entero alineado a la
      *  derecha y decimales completados hasta seis posiciones; aca
      *  ademas se admite un signo menos adelante.
        MOVE 0 TO WS-IMP-VALIDO
        MOVE SPACES TO WS-IMP-SIGNO
        MOVE FUNCTION TRIM (WS-IMP-TXT) TO WS-IMP-AUX
        MOVE WS-IMP-AUX TO WS-IMP-TXT
        IF WS-IMP-AUX (1:1) = "-"
            MOVE "-" TO WS-IMP-SIGNO
            MOVE WS-IMP-AUX (2:39) TO WS-IMP-TXT
        END-IF
        MOVE SPACES TO WS-IMP-ENT
        MOVE SPACES TO WS-IMP-DEC
        UNSTRING WS-IMP-TXT DELIMITED BY "."
            INTO WS-IMP-ENT WS-IMP-DEC
        END-UNSTRING
        MOVE 0 TO WS-IMP-LEN
        INSPECT WS-IMP-ENT TALLYING WS-IMP-LEN
            FOR CHARACTERS BEFORE INITIAL SPACE
        IF WS-IMP-LEN > 11
            GO TO 0002-Importe-Convertir-Fin
        END-IF
        IF WS-IMP-LEN = 0
            MOVE "00000000000" TO WS-IMP-JUS
        ELSE
            MOVE WS-IMP-ENT (1:WS-IMP-LEN) TO WS-IMP-JUS
        END-IF
        INSPECT WS-IMP-JUS REPLACING LEADING SPACE BY "0"
        INSPECT WS-IMP-DEC REPLACING ALL SPACE BY "0"
        IF WS-IMP-JUS IS NUMERIC AND WS-IMP-DEC IS NUMERIC
            MOVE WS-IMP-JUS TO WS-IMP-ENT-N
            MOVE WS-IMP-DEC TO WS-IMP-DEC-N
            COMPUTE CV-IMPORTE =
                WS-IMP-ENT-N + WS-IMP-DEC-N / 1000000
            IF WS-IMP-SIGNO = "-"
                COMPUTE CV-IMPORTE = 0 - CV-IMPORTE
            END-IF
            MOVE 1 TO WS-IMP-VALIDO
        END-IF
        .
       0002-Importe-Convertir-Fin.
        EXIT.

       END PROGRAM MGR035.
