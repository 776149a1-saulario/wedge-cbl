            SELECT FD-FERIADOS
                ASSIGN TO WS-RUTA-FERIADOS
                FILE STATUS IS FS
                LOCK MODE IS MANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AKKEY
                SHARING WITH ALL OTHER.
