            SELECT FD-HUELLAS
                ASSIGN TO WS-RUTA-HUELLAS
                FILE STATUS IS FS
                LOCK MODE IS MANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AQKEY
                SHARING WITH ALL OTHER.
