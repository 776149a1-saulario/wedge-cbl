            SELECT FD-CAMBSUS
                ASSIGN TO WS-RUTA-CAMBSUS
                FILE STATUS IS FS
                LOCK MODE IS MANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AMKEY
                SHARING WITH ALL OTHER.
