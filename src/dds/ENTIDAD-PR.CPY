        MOVE SPACES TO WS-DIR-DATOS
        STRING "mgr/" FUNCTION TRIM (WS-ENTIDAD) "/"
            DELIMITED BY SIZE INTO WS-DIR-DATOS
      *  El registro de entidades es uno solo para todas: vive en
      *  mgr/, fuera del directorio de cada entidad.
        MOVE "mgr/ENTIDADES" TO WS-RUTA-ENTIDADES
        MOVE SPACES TO WS-RUTA-IDIOMAS
        STRING FUNCTION TRIM (WS-DIR-DATOS) "IDIOMAS"
            DELIMITED BY SIZE INTO WS-RUTA-IDIOMAS
        MOVE SPACES TO WS-RUTA-AUTORIZA
        STRING FUNCTION TRIM (WS-DIR-DATOS) "AUTORIZA"
            DELIMITED BY SIZE INTO WS-RUTA-AUTORIZA
        MOVE SPACES TO WS-RUTA-FERIADOS
        STRING FUNCTION TRIM (WS-DIR-DATOS) "FERIADOS"
            DELIMITED BY SIZE INTO WS-RUTA-FERIADOS
        MOVE SPACES TO WS-RUTA-CAMBMES
        STRING FUNCTION TRIM (WS-DIR-DATOS) "CAMBMES"
            DELIMITED BY SIZE INTO WS-RUTA-CAMBMES
        MOVE SPACES TO WS-RUTA-CAMBSUS
        STRING FUNCTION TRIM (WS-DIR-DATOS) "CAMBSUS"
            DELIMITED BY SIZE INTO WS-RUTA-CAMBSUS
        MOVE SPACES TO WS-RUTA-PAIPEN
        STRING FUNCTION TRIM (WS-DIR-DATOS) "PAIPEN"
            DELIMITED BY SIZE INTO WS-RUTA-PAIPEN
        MOVE SPACES TO WS-RUTA-RESTRINGIDOS
        STRING FUNCTION TRIM (WS-DIR-DATOS) "RESTRINGIDOS"
            DELIMITED BY SIZE INTO WS-RUTA-RESTRINGIDOS
        MOVE SPACES TO WS-RUTA-HUELLAS
        STRING FUNCTION TRIM (WS-DIR-DATOS) "HUELLAS"
            DELIMITED BY SIZE INTO WS-RUTA-HUELLAS
        MOVE SPACES TO WS-RUTA-PAIMON
        STRING FUNCTION TRIM (WS-DIR-DATOS) "PAIMON"
            DELIMITED BY SIZE INTO WS-RUTA-PAIMON
        MOVE SPACES TO WS-RUTA-PERFILES
        STRING FUNCTION TRIM (WS-DIR-DATOS) "perfiles.dat"
            DELIMITED BY SIZE INTO WS-RUTA-PERFILES
