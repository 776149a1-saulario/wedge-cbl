        01 WS-MASTER-ACTUAL     PIC X(10).
        01 WS-DESCARGADOS       PIC 9(9).
        01 WS-RESTAURADOS       PIC 9(9).
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-CTL-ENCONTRADO    PIC 9(1).
        01 WS-CTL-IDX           PIC 9(2).
        01 WS-CTL-CNT           PIC 9(2) VALUE 0.
            DELIMITED BY SIZE INTO WS-GEN-PATH
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR010" TO HU-PROGRAMA
        MOVE SPACES TO HU-OPERADOR
        ACCEPT HU-OPERADOR FROM ENVIRONMENT "MGR001_JOBID"
        IF HU-OPERADOR = SPACES
            ACCEPT HU-OPERADOR FROM ENVIRONMENT "USER"
        END-IF
        IF HU-OPERADOR = SPACES
            MOVE "MGR010" TO HU-OPERADOR
        END-IF
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR010: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Backup SECTION.
        DISPLAY "Respaldo de maestros..."
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            PERFORM 0000-Valida-FS
            CLOSE FD-GENERACION
            DISPLAY "Registros restaurados : " WS-RESTAURADOS
            MOVE WS-MASTER-ACTUAL TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        .

