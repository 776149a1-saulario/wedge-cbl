            SELECT FD-RESTRINGIDOS
                ASSIGN TO WS-RUTA-RESTRINGIDOS
                FILE STATUS IS FS
                LOCK MODE IS MANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AOKEY
                SHARING WITH ALL OTHER.
