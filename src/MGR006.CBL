        01 WS-BLOQUEADOS        PIC 9(9) VALUE 0.
        01 WS-DESACTIVADOS      PIC 9(9) VALUE 0.
        01 WS-LEIDOS            PIC 9(9) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-CABECERA-LINEA.
            05 FILLER           PIC X(38) VALUE
               "MGR006 - BARRIDO DE SEGURIDAD USUARIOS".
        END-IF
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR006" TO HU-PROGRAMA
        MOVE SPACES TO HU-OPERADOR
        ACCEPT HU-OPERADOR FROM ENVIRONMENT "MGR001_JOBID"
        IF HU-OPERADOR = SPACES
            ACCEPT HU-OPERADOR FROM ENVIRONMENT "USER"
        END-IF
        IF HU-OPERADOR = SPACES
            MOVE "MGR006" TO HU-OPERADOR
        END-IF
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR006: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Barrido-Seguridad SECTION.
        DISPLAY "Barrido de seguridad de Usuarios..."
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

        CLOSE FD-USUARIOS
        PERFORM 0000-Valida-FS
        IF WS-BLOQUEADOS > 0 OR WS-DESACTIVADOS > 0
            MOVE "USUARIOS" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF

        MOVE SPACES TO RG-REPORTE-SEG
        WRITE RG-REPORTE-SEG
