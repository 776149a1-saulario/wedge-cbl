        01 WS-RUTA-CARGAS       PIC X(200) VALUE SPACES.
        01 WS-RUTA-RECICLO      PIC X(200) VALUE SPACES.
        01 WS-RUTA-AUTORIZA     PIC X(200) VALUE SPACES.
        01 WS-RUTA-FERIADOS     PIC X(200) VALUE SPACES.
        01 WS-RUTA-CAMBMES      PIC X(200) VALUE SPACES.
        01 WS-RUTA-CAMBSUS      PIC X(200) VALUE SPACES.
        01 WS-RUTA-PAIPEN       PIC X(200) VALUE SPACES.
        01 WS-RUTA-RESTRINGIDOS PIC X(200) VALUE SPACES.
        01 WS-RUTA-HUELLAS      PIC X(200) VALUE SPACES.
        01 WS-RUTA-PAIMON       PIC X(200) VALUE SPACES.
        01 WS-RUTA-ENTIDADES    PIC X(200) VALUE SPACES.
        01 WS-RUTA-PERFILES     PIC X(200) VALUE SPACES.
        01 WS-RUTA-AUDITORIA    PIC X(200) VALUE SPACES.
        01 WS-RUTA-NOMBRE       PIC X(64)  VALUE SPACES.
