            SELECT FD-ENTIDADES
                ASSIGN TO WS-RUTA-ENTIDADES
                FILE STATUS IS FS
                LOCK MODE IS MANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APCOD
                SHARING WITH ALL OTHER.
