            SELECT FD-PAIMON
                ASSIGN TO WS-RUTA-PAIMON
                FILE STATUS IS FS
                LOCK MODE IS MANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARKEY
                SHARING WITH ALL OTHER.
