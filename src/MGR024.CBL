                10 WS-MA-COLA-OK   PIC 9(01).
        01 WS-TOTAL-APLICADOS   PIC 9(09) VALUE 0.
        01 WS-DIFERENCIAS       PIC 9(04) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".

       PROCEDURE DIVISION.

        END-PERFORM
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR024" TO HU-PROGRAMA
        MOVE SPACES TO HU-OPERADOR
        ACCEPT HU-OPERADOR FROM ENVIRONMENT "MGR001_JOBID"
        IF HU-OPERADOR = SPACES
            ACCEPT HU-OPERADOR FROM ENVIRONMENT "USER"
        END-IF
        IF HU-OPERADOR = SPACES
            MOVE "MGR024" TO HU-OPERADOR
        END-IF
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR024: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Aplicar-Paquete SECTION.
        DISPLAY "Aplicando paquete de referencia..."
        MOVE "IDIOMAS" TO WS-MA-NOMBRE (1)
        CLOSE FD-PAISES
        CLOSE FD-PAINOM
        PERFORM 0000-Valida-FS
        PERFORM VARYING WS-MAE-IDX FROM 1 BY 1
                UNTIL WS-MAE-IDX > 6
            MOVE WS-MA-NOMBRE (WS-MAE-IDX) TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-PERFORM

        IF WS-HAY-CABECERA = 0 OR WS-HAY-FIN = 0
            DISPLAY "MGR024: paquete sin cabecera o sin marca final"
