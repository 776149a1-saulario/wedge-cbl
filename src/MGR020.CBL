       PROGRAM-ID. MGR020.
      ******************************************************************
      * Carga y listado del maestro de autorizaciones AUTORIZA, que
      * las transacciones en linea (IDMT, USRM, PAIM, PAIA, PAIH,
      * CAMB) consultan antes de despachar cada funcion de
      * actualizacion.
      * Clave: operador (AJOPE, el USERID de CICS) + transaccion
      * (AJTRN) + funcion (AJFUN); AJACT 1 permite, 0 deniega.
      *   CARGA              carga el CSV (AJOPE,AJTRN,AJFUN,AJACT)
      *                      en modo T (reemplazo total) o U
      *                      (actualiza), como los pasos de MGR001
        01 WS-GRABADOS          PIC 9(9) VALUE 0.
        01 WS-RECHAZADOS        PIC 9(9) VALUE 0.
        01 WS-LISTADOS          PIC 9(9) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".

       PROCEDURE DIVISION.

        END-IF
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR020" TO HU-PROGRAMA
        MOVE SPACES TO HU-OPERADOR
        ACCEPT HU-OPERADOR FROM ENVIRONMENT "MGR001_JOBID"
        IF HU-OPERADOR = SPACES
            ACCEPT HU-OPERADOR FROM ENVIRONMENT "USER"
        END-IF
        IF HU-OPERADOR = SPACES
            MOVE "MGR020" TO HU-OPERADOR
        END-IF
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR020: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Cargar SECTION.
        DISPLAY "Cargando autorizaciones..."
        IF WS-MODO-ACTUALIZA
        CLOSE FD-CARGA-AUT
        CLOSE FD-AUTORIZA
        PERFORM 0000-Valida-FS
        IF WS-GRABADOS > 0 OR NOT WS-MODO-ACTUALIZA
            MOVE "AUTORIZA" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        DISPLAY "=== Carga de AUTORIZA ==="
        DISPLAY "Lineas leidas   : " WS-LEIDOS
        DISPLAY "Grabadas        : " WS-GRABADOS
