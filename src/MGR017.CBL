      * rechazos y salen de pendientes, con RC 4.
      * Respeta la bandera de carga de CARGAS para PAISES: con la
      * carga en curso no se activa nada (RC 12), igual que una
      * segunda carga del maestro. Tampoco activa nada dentro de
      * una ventana de congelamiento de PAISES (rutina MGR044, RC
      * 12; las filas esperan en pendientes a que la ventana
      * cierre) salvo emergencia declarada en MGR001_EMERGENCIA.
      * Al arrancar, si una caida previa dejo las filas pendientes
      * SOLO en el archivo de trabajo (truncado el de pendientes,
      * copia sin terminar), se reponen desde el trabajo antes de
      * tocar nada: las filas estacionadas no se pueden rearmar
      * desde ningun feed.
      *   MGR017_PENDIENTES      archivo de pendientes (default el
      *                          que escribe MGR001)
      *   MGR017_RECHAZOS        rechazos de activacion
      *   MGR001_JOBID           job id para PAIHIST y auditoria
      *   MGR001_EMERGENCIA      motivo de una activacion de
      *                          emergencia dentro de una ventana
      *                          de congelamiento
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        01 WS-RETENIDOS         PIC 9(9) VALUE 0.
        01 WS-RECHAZADOS        PIC 9(9) VALUE 0.
        01 WS-CARGA-BLOQUEADA   PIC 9(1) VALUE 0.
        01 WS-HUELLA.
        COPY "HUELLA-LK" IN "src/dds".
        01 WS-CONGELA.
        COPY "CONGELA-LK" IN "src/dds".
        01 WS-PEND-TIENE        PIC 9(1) VALUE 0.
        01 WS-RECUPERADOS       PIC 9(9) VALUE 0.
        01 WS-REGION-VALIDA     PIC 9(1).
        PERFORM 0000-Entidad-Resolver
        PERFORM 0000-Leer-Parm
        PERFORM 0000-Verificar-Carga
        IF WS-CARGA-BLOQUEADA = 0
            PERFORM 0000-Verificar-Congelamiento
        END-IF
        EVALUATE TRUE
            WHEN WS-CARGA-BLOQUEADA = 1
                DISPLAY "MGR017: PAISES en carga - activacion "
                    "pospuesta"
                MOVE 12 TO WS-RC
            WHEN CG-CONGELADO
                DISPLAY "MGR017: PAISES congelado desde " CG-DESDE
                    " hasta " CG-HASTA " - activacion pospuesta"
                DISPLAY "  declarado por " CG-DECLARO ": " CG-MOTIVO
                MOVE 12 TO WS-RC
            WHEN OTHER
                PERFORM 0001-Activar-Pendientes
                PERFORM 0000-Auditoria-Registrar
        END-EVALUATE
        MOVE WS-RC TO RETURN-CODE
        GOBACK
        .
        END-IF
        .

       0000-Verificar-Congelamiento SECTION.
        MOVE "V" TO CG-FUNCION
        MOVE "PAISES" TO CG-MAESTRO
        MOVE "MGR017" TO CG-PROGRAMA
        MOVE WS-JOBID TO CG-OPERADOR
        MOVE SPACES TO CG-EMERGENCIA
        ACCEPT CG-EMERGENCIA FROM ENVIRONMENT "MGR001_EMERGENCIA"
        CALL "MGR044" USING WS-CONGELA
        IF CG-FORZADO
            DISPLAY "MGR017: EMERGENCIA - se activa dentro de la "
                "ventana congelada hasta " CG-HASTA
        END-IF
        .

       0000-Auditoria-Registrar SECTION.
      *  Linea en mgr001_audit.log con maestro PAIPEND: un rotulo
      *  propio para que MGR014 no confunda la activacion con el
        CLOSE FD-AUDITORIA
        .

       0000-Huella-Grabar SECTION.
      *  Nueva huella del maestro en HU-MAESTRO (rutina MGR048),
      *  para que la verificacion previa a las cargas (MGR049) no
      *  tome este cambio por uno hecho por fuera de los programas.
        MOVE "G" TO HU-FUNCION
        MOVE "MGR017" TO HU-PROGRAMA
        MOVE WS-JOBID TO HU-OPERADOR
        MOVE SPACES TO HU-IMG-ANT
        MOVE SPACES TO HU-IMG-NUE
        CALL "MGR048" USING WS-HUELLA
        IF HU-RC NOT = 0
            DISPLAY "MGR017: no se pudo grabar la huella de "
                HU-MAESTRO " (RC " HU-RC ")"
            IF WS-RC < 8
                MOVE 8 TO WS-RC
            END-IF
        END-IF
        .

       0001-Activar-Pendientes SECTION.
        DISPLAY "Activando cambios diferidos de Paises..."
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        CLOSE FD-PAIHIST
        CLOSE FD-REGIONES
        CLOSE FD-MONEDAS
        IF WS-ACTIVADOS > 0
            MOVE "PAISES" TO HU-MAESTRO
            PERFORM 0000-Huella-Grabar
        END-IF
        PERFORM 0001-Reescribir-Pendientes
        .
       0001-Activar-Fin.
