            SELECT FD-PAIPEN
                ASSIGN TO WS-RUTA-PAIPEN
                FILE STATUS IS FS
                LOCK MODE IS MANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ANKEY
                SHARING WITH ALL OTHER.
