      *    S  ruta de salida (no se exige existencia)
        01 WS-CAT-CNT           PIC 9(2) VALUE 0.
        01 WS-TABLA-CATALOGO.
            05 WS-CAT-ENT OCCURS 80 TIMES.
                10 WS-CAT-CLAVE    PIC X(24).
                10 WS-CAT-DOMINIO  PIC X(01).
                10 WS-CAT-DEFAULT  PIC X(24).
        MOVE "CAMBIOS_SKIP_HEADERS" TO WS-VALOR-TRIM
        MOVE "N 02" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "CAMBIOS_TOLERANCIA" TO WS-VALOR-TRIM
        MOVE "N 020" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "PAISES_CSV" TO WS-VALOR-TRIM
        MOVE "C paises.csv" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "PAINOM_SKIP_HEADERS" TO WS-VALOR-TRIM
        MOVE "N 02" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "FERIADOS_CSV" TO WS-VALOR-TRIM
        MOVE "C feriados.csv" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "FERIADOS_MODO" TO WS-VALOR-TRIM
        MOVE "M U" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "FERIADOS_SKIP_HEADERS" TO WS-VALOR-TRIM
        MOVE "N 02" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "PAIMON_CSV" TO WS-VALOR-TRIM
        MOVE "C paimon.csv" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "PAIMON_MODO" TO WS-VALOR-TRIM
        MOVE "M U" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "PAIMON_SKIP_HEADERS" TO WS-VALOR-TRIM
        MOVE "N 02" TO WS-MOTIVO
        PERFORM 0000-Catalogar
        MOVE "USUARIOS_CSV" TO WS-VALOR-TRIM
        MOVE "C usuarios.csv" TO WS-MOTIVO
        PERFORM 0000-Catalogar
