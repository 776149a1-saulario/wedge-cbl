        01 WS-RETENIDOS         PIC 9(9) VALUE 0.
        01 WS-SIN-FECHA         PIC 9(9) VALUE 0.
        01 WS-CARGA-EN-CURSO    PIC 9(1) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-JRN-LINEA.
            05 WS-JRN-FECHA     PIC 9(08).
            05 FILLER           PIC X(1)  VALUE SPACE.
        END-IF
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR015" TO HU-PROGRAMA
        MOVE WS-JOBID TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR015: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Purgar SECTION.
        DISPLAY "Purga por retencion de Usuarios..."
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        CLOSE FD-PURGA-JRN
        CLOSE FD-USUARIOS
        PERFORM 0000-Valida-FS
        IF WS-PURGADOS > 0
            MOVE "USUARIOS" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF

        OPEN OUTPUT FD-REPORTE-PUR
        MOVE SPACES TO RG-REPORTE-PUR
