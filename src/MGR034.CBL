       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR034.
      ******************************************************************
      * Rutina de conversion de importes entre monedas con las tasas
      * diarias de CAMBIOS. Se llama con CALL "MGR034" USING <area>,
      * donde el area es la del copy CONVIERTE-LK: importe, moneda
      * origen, moneda destino, fecha valor y moneda base.
      * Cada AITAS son unidades de AICOD por una unidad de la moneda
      * base, asi que el par directo es siempre contra la base y
      * cualquier otro par sale cruzado por ella:
      *     destino por origen = tasa destino / tasa origen
      * tomando para cada moneda la ultima cotizacion con AIFEC no
      * posterior a la fecha valor (la base vale 1). El resultado se
      * redondea a los AHDEC de la moneda destino en MONEDAS.
      * MONEDAS y CAMBIOS se abren en la primera llamada y quedan
      * abiertos; el llamador los cierra con la funcion F. Las
      * ultimas tasas buscadas quedan en una tabla en memoria para
      * que un archivo de importes de la misma fecha no recorra
      * CAMBIOS en cada fila.
      *   MGR034_MONEDA_BASE  moneda base si el llamador la deja en
      *                       blanco (default USD)
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "MONEDAS-AH-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBIOS-AI-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
       DATA DIVISION.
        FILE SECTION.
        COPY "MONEDAS-FS" IN "src/dds".
        COPY "CAMBIOS-FS" IN "src/dds".
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 EOF             PIC 9.
        01 WS-ABIERTO           PIC 9(1) VALUE 0.
        01 WS-MONEDA-BASE       PIC X(03) VALUE SPACES.
        01 WS-BASE-TXT          PIC X(03).
        01 WS-BUSCA-COD         PIC X(03).
        01 WS-BUSCA-TASA        PIC 9(07)V9(06).
        01 WS-BUSCA-FECHA       PIC 9(08).
        01 WS-TASA-ORIGEN       PIC 9(07)V9(06).
        01 WS-TASA-DESTINO      PIC 9(07)V9(06).
        01 WS-DEC               PIC 9(01).
        01 WS-ESCALA            PIC 9(07).
        01 WS-BRUTO             PIC S9(11)V9(09).
        01 WS-ESCALADO          PIC S9(17).
        01 WS-CT-CNT            PIC 9(3) VALUE 0.
        01 WS-CT-PROX           PIC 9(3) VALUE 0.
        01 WS-TABLA-TASAS.
            05 WS-CT-ENT OCCURS 500 TIMES.
                10 WS-CT-COD        PIC X(03).
                10 WS-CT-PEDIDA     PIC 9(08).
                10 WS-CT-TASA       PIC 9(07)V9(06).
                10 WS-CT-FECHA      PIC 9(08).
        01 WS-CT-IDX            PIC 9(3).
        01 WS-CT-HALLADO        PIC 9(1).
        01 WS-FECHA-TEST.
            05 WS-FT-ANIO       PIC 9(04).
            05 WS-FT-MES        PIC 9(02).
            05 WS-FT-DIA        PIC 9(02).
        01 WS-FECHA-VALIDA      PIC 9(1).
        01 WS-DIAS-MES          PIC 9(2).
        01 WS-ANIO-RESTO        PIC 9(4).

       LINKAGE SECTION.
       01 LK-CONVIERTE.
       COPY "CONVIERTE-LK" IN "src/dds".

       PROCEDURE DIVISION USING LK-CONVIERTE.

       0000-MAIN SECTION.
        MOVE 0 TO CV-RC
        MOVE SPACES TO CV-MOTIVO
        IF CV-CERRAR
            PERFORM 0000-Cerrar
            GOBACK
        END-IF
        IF NOT CV-CONVERTIR
            MOVE 8 TO CV-RC
            MOVE "FUNCION INVALIDA" TO CV-MOTIVO
            GOBACK
        END-IF
        IF WS-ABIERTO = 0
            PERFORM 0000-Abrir
        END-IF
        PERFORM 0001-Convertir
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Abrir SECTION.
        PERFORM 0000-Entidad-Resolver
        OPEN INPUT SHARING WITH ALL OTHER FD-MONEDAS
        OPEN INPUT SHARING WITH ALL OTHER FD-CAMBIOS
        MOVE SPACES TO WS-BASE-TXT
        ACCEPT WS-BASE-TXT FROM ENVIRONMENT "MGR034_MONEDA_BASE"
        IF WS-BASE-TXT NOT = SPACES
            MOVE WS-BASE-TXT TO WS-MONEDA-BASE
        ELSE
            MOVE "USD" TO WS-MONEDA-BASE
        END-IF
        MOVE 0 TO WS-CT-CNT
        MOVE 0 TO WS-CT-PROX
        MOVE 1 TO WS-ABIERTO
        .

       0000-Cerrar SECTION.
        IF WS-ABIERTO = 1
            CLOSE FD-MONEDAS
            CLOSE FD-CAMBIOS
            MOVE 0 TO WS-ABIERTO
        END-IF
        .

       0000-Validar-Fecha SECTION.
      *  Mismo criterio de fecha de calendario real que MGR009.
        MOVE 0 TO WS-FECHA-VALIDA
        IF WS-FECHA-TEST IS NUMERIC
                AND WS-FT-ANIO > 1900 AND WS-FT-ANIO < 2200
                AND WS-FT-MES > 0 AND WS-FT-MES < 13
                AND WS-FT-DIA > 0
            EVALUATE WS-FT-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIAS-MES
                WHEN 2
                    MOVE 28 TO WS-DIAS-MES
                    COMPUTE WS-ANIO-RESTO =
                        FUNCTION MOD (WS-FT-ANIO, 4)
                    IF WS-ANIO-RESTO = 0
                        COMPUTE WS-ANIO-RESTO =
                            FUNCTION MOD (WS-FT-ANIO, 100)
                        IF WS-ANIO-RESTO = 0
                            COMPUTE WS-ANIO-RESTO =
                                FUNCTION MOD (WS-FT-ANIO, 400)
                            IF WS-ANIO-RESTO = 0
                                MOVE 29 TO WS-DIAS-MES
                            END-IF
                        ELSE
                            MOVE 29 TO WS-DIAS-MES
                        END-IF
                    END-IF
            END-EVALUATE
            IF WS-FT-DIA NOT > WS-DIAS-MES
                MOVE 1 TO WS-FECHA-VALIDA
            END-IF
        END-IF
        .

       0001-Convertir SECTION.
        MOVE 0 TO CV-RESULTADO
        MOVE 0 TO CV-TASA
        MOVE 0 TO CV-FECHA-ORIGEN
        MOVE 0 TO CV-FECHA-DESTINO
        MOVE 0 TO CV-DEC-DESTINO
        IF CV-MON-BASE = SPACES
            MOVE WS-MONEDA-BASE TO CV-MON-BASE
        END-IF
        MOVE CV-FECHA TO WS-FECHA-TEST
        PERFORM 0000-Validar-Fecha
        IF WS-FECHA-VALIDA = 0
            MOVE 8 TO CV-RC
            MOVE "FECHA VALOR INVALIDA" TO CV-MOTIVO
            GO TO 0001-Convertir-Fin
        END-IF

        MOVE CV-MON-ORIGEN TO AHCOD
        READ FD-MONEDAS KEY IS AHCOD
            INVALID KEY
                MOVE 8 TO CV-RC
                MOVE "MONEDA ORIGEN INEXISTENTE" TO CV-MOTIVO
        END-READ
        IF CV-RC NOT = 0
            GO TO 0001-Convertir-Fin
        END-IF
        MOVE CV-MON-DESTINO TO AHCOD
        READ FD-MONEDAS KEY IS AHCOD
            INVALID KEY
                MOVE 8 TO CV-RC
                MOVE "MONEDA DESTINO INEXISTENTE" TO CV-MOTIVO
        END-READ
        IF CV-RC NOT = 0
            GO TO 0001-Convertir-Fin
        END-IF
      *  Mas de seis decimales no caben en el resultado.
        IF AHDEC > 6
            MOVE 6 TO WS-DEC
        ELSE
            MOVE AHDEC TO WS-DEC
        END-IF
        MOVE WS-DEC TO CV-DEC-DESTINO

        MOVE CV-MON-ORIGEN TO WS-BUSCA-COD
        PERFORM 0002-Tasa-Moneda
        IF WS-BUSCA-FECHA = 0
            MOVE 4 TO CV-RC
            MOVE "SIN TASA MONEDA ORIGEN" TO CV-MOTIVO
            GO TO 0001-Convertir-Fin
        END-IF
        MOVE WS-BUSCA-TASA TO WS-TASA-ORIGEN
        MOVE WS-BUSCA-FECHA TO CV-FECHA-ORIGEN

        MOVE CV-MON-DESTINO TO WS-BUSCA-COD
        PERFORM 0002-Tasa-Moneda
        IF WS-BUSCA-FECHA = 0
            MOVE 4 TO CV-RC
            MOVE "SIN TASA MONEDA DESTINO" TO CV-MOTIVO
            GO TO 0001-Convertir-Fin
        END-IF
        MOVE WS-BUSCA-TASA TO WS-TASA-DESTINO
        MOVE WS-BUSCA-FECHA TO CV-FECHA-DESTINO

        IF CV-MON-ORIGEN = CV-MON-DESTINO
            MOVE 1 TO CV-TASA
            MOVE CV-IMPORTE TO WS-BRUTO
        ELSE
            COMPUTE CV-TASA ROUNDED =
                WS-TASA-DESTINO / WS-TASA-ORIGEN
                ON SIZE ERROR
                    MOVE 8 TO CV-RC
                    MOVE "DESBORDE EN LA TASA CRUZADA" TO CV-MOTIVO
            END-COMPUTE
            IF CV-RC = 0
                COMPUTE WS-BRUTO ROUNDED =
                    CV-IMPORTE * WS-TASA-DESTINO / WS-TASA-ORIGEN
                    ON SIZE ERROR
                        MOVE 8 TO CV-RC
                        MOVE "DESBORDE EN EL IMPORTE" TO CV-MOTIVO
                END-COMPUTE
            END-IF
        END-IF
        IF CV-RC NOT = 0
            GO TO 0001-Convertir-Fin
        END-IF

        COMPUTE WS-ESCALA = 10 ** WS-DEC
        COMPUTE WS-ESCALADO ROUNDED = WS-BRUTO * WS-ESCALA
            ON SIZE ERROR
                MOVE 8 TO CV-RC
                MOVE "DESBORDE EN EL IMPORTE" TO CV-MOTIVO
        END-COMPUTE
        IF CV-RC = 0
            COMPUTE CV-RESULTADO = WS-ESCALADO / WS-ESCALA
                ON SIZE ERROR
                    MOVE 8 TO CV-RC
                    MOVE "DESBORDE EN EL IMPORTE" TO CV-MOTIVO
            END-COMPUTE
        END-IF
        .
       0001-Convertir-Fin.
        EXIT.

       0002-Tasa-Moneda SECTION.
      *  WS-BUSCA-COD -> WS-BUSCA-TASA y WS-BUSCA-FECHA (cero si no
      *  hay cotizacion a la fecha). La base vale 1 a cualquier
      *  fecha aunque CAMBIOS no la traiga.
        MOVE 0 TO WS-BUSCA-TASA
        MOVE 0 TO WS-BUSCA-FECHA
        IF WS-BUSCA-COD = CV-MON-BASE
            MOVE 1 TO WS-BUSCA-TASA
            MOVE CV-FECHA TO WS-BUSCA-FECHA
            GO TO 0002-Tasa-Moneda-Fin
        END-IF
        MOVE 0 TO WS-CT-HALLADO
        PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-CNT OR WS-CT-HALLADO = 1
            IF WS-CT-COD (WS-CT-IDX) = WS-BUSCA-COD
                    AND WS-CT-PEDIDA (WS-CT-IDX) = CV-FECHA
                MOVE 1 TO WS-CT-HALLADO
                MOVE WS-CT-TASA (WS-CT-IDX) TO WS-BUSCA-TASA
                MOVE WS-CT-FECHA (WS-CT-IDX) TO WS-BUSCA-FECHA
            END-IF
        END-PERFORM
        IF WS-CT-HALLADO = 1
            GO TO 0002-Tasa-Moneda-Fin
        END-IF

      *  CAMBIOS esta clavado por AICOD + AIFEC ascendente: se
      *  recorre el tramo de la moneda hasta pasar la fecha valor y
      *  la ultima leida antes de eso es la que rige.
        MOVE WS-BUSCA-COD TO AICOD
        MOVE 0 TO AIFEC
        START FD-CAMBIOS KEY IS NOT LESS THAN AIKEY
            INVALID KEY MOVE 1 TO EOF
            NOT INVALID KEY MOVE 0 TO EOF
        END-START
        IF EOF = 0
            READ FD-CAMBIOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-IF
        PERFORM UNTIL EOF = 1 OR AICOD NOT = WS-BUSCA-COD
                OR AIFEC > CV-FECHA
            IF AITAS > 0
                MOVE AITAS TO WS-BUSCA-TASA
                MOVE AIFEC TO WS-BUSCA-FECHA
            END-IF
            READ FD-CAMBIOS NEXT
                AT END MOVE 1 TO EOF
            END-READ
        END-PERFORM

      *  Tabla llena: se pisa en rueda desde la primera entrada.
        IF WS-CT-CNT < 500
            ADD 1 TO WS-CT-CNT
            MOVE WS-CT-CNT TO WS-CT-IDX
        ELSE
            ADD 1 TO WS-CT-PROX
            IF WS-CT-PROX > 500
                MOVE 1 TO WS-CT-PROX
            END-IF
            MOVE WS-CT-PROX TO WS-CT-IDX
        END-IF
        MOVE WS-BUSCA-COD TO WS-CT-COD (WS-CT-IDX)
        MOVE CV-FECHA TO WS-CT-PEDIDA (WS-CT-IDX)
        MOVE WS-BUSCA-TASA TO WS-CT-TASA (WS-CT-IDX)
        MOVE WS-BUSCA-FECHA TO WS-CT-FECHA (WS-CT-IDX)
        .
       0002-Tasa-Moneda-Fin.
        EXIT.

       END PROGRAM MGR034.
