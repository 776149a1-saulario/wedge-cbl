            SELECT FD-CAMBMES
                ASSIGN TO WS-RUTA-CAMBMES
                FILE STATUS IS FS
                LOCK MODE IS MANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALKEY
                SHARING WITH ALL OTHER.
