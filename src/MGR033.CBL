       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR033.
      ******************************************************************
      * Rutina de dias habiles por pais sobre el maestro FERIADOS
      * (clave ABCOD + fecha, cargado por el paso FERIADOS de
      * MGR001). Se llama con CALL "MGR033" USING <area>, donde el
      * area es la del copy HABILES-LK: funcion, fechas, cantidad
      * de dias y la lista de paises cuyo calendario cuenta.
      * Un dia es habil si no es sabado ni domingo y no figura como
      * feriado activo (AKACT = 1) de ninguno de los paises de la
      * lista: para una moneda de varios paises alcanza con que uno
      * este cerrado para que ese dia no se espere cotizacion.
      * FERIADOS se abre en la primera llamada y queda abierto para
      * las siguientes (la rutina se llama una vez por moneda o por
      * usuario); el llamador la cierra con la funcion F al
      * terminar. Sin maestro FERIADOS solo cuentan los fines de
      * semana, que es el criterio de siempre.
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "FERIADOS-AK-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
       DATA DIVISION.
        FILE SECTION.
        COPY "FERIADOS-FS" IN "src/dds".
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 WS-ABIERTO           PIC 9(1) VALUE 0.
        01 WS-HAY-FERIADOS      PIC 9(1) VALUE 0.
        01 WS-DIA-ENTERO        PIC 9(7).
        01 WS-DIA-HASTA         PIC 9(7).
        01 WS-DIA-SEMANA        PIC 9(1).
        01 WS-DIA-FECHA         PIC 9(08).
        01 WS-DIA-HABIL         PIC 9(1).
        01 WS-PENDIENTES        PIC 9(4).
        01 WS-CONTADOS          PIC 9(4).
        01 WS-VUELTAS           PIC 9(5).
        01 WS-PAI-IDX           PIC 9(2).
        01 WS-FECHA-TEST.
            05 WS-FT-ANIO       PIC 9(04).
            05 WS-FT-MES        PIC 9(02).
            05 WS-FT-DIA        PIC 9(02).
        01 WS-FECHA-VALIDA      PIC 9(1).
        01 WS-DIAS-MES          PIC 9(2).
        01 WS-ANIO-RESTO        PIC 9(4).

       LINKAGE SECTION.
       01 LK-HABILES.
       COPY "HABILES-LK" IN "src/dds".

       PROCEDURE DIVISION USING LK-HABILES.

       0000-MAIN SECTION.
        MOVE 0 TO HB-RC
        IF HB-CERRAR
            PERFORM 0000-Cerrar
            GOBACK
        END-IF
        IF WS-ABIERTO = 0
            PERFORM 0000-Abrir
        END-IF
        MOVE HB-FECHA TO WS-FECHA-TEST
        PERFORM 0000-Validar-Fecha
        IF WS-FECHA-VALIDA = 0
            MOVE 8 TO HB-RC
            GOBACK
        END-IF
        EVALUATE TRUE
            WHEN HB-ES-HABIL
                MOVE HB-FECHA TO WS-DIA-FECHA
                PERFORM 0001-Dia-Habil
                MOVE WS-DIA-HABIL TO HB-HABIL
            WHEN HB-SUMAR
                PERFORM 0002-Desplazar-Adelante
            WHEN HB-RESTAR
                PERFORM 0002-Desplazar-Atras
            WHEN HB-CONTAR
                MOVE HB-FECHA-HASTA TO WS-FECHA-TEST
                PERFORM 0000-Validar-Fecha
                IF WS-FECHA-VALIDA = 0
                    MOVE 8 TO HB-RC
                ELSE
                    PERFORM 0003-Contar-Habiles
                END-IF
            WHEN OTHER
                MOVE 8 TO HB-RC
        END-EVALUATE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0000-Abrir SECTION.
        PERFORM 0000-Entidad-Resolver
        MOVE 0 TO WS-HAY-FERIADOS
        OPEN INPUT SHARING WITH ALL OTHER FD-FERIADOS
        IF FS = 0
            MOVE 1 TO WS-HAY-FERIADOS
        END-IF
        MOVE 1 TO WS-ABIERTO
        .

       0000-Cerrar SECTION.
        IF WS-ABIERTO = 1
            CLOSE FD-FERIADOS
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

       0001-Dia-Habil SECTION.
      *  WS-DIA-FECHA -> WS-DIA-HABIL. El entero de fecha 1 es el
      *  lunes 01/01/1601: resto 6 es sabado, resto 0 domingo.
        MOVE 1 TO WS-DIA-HABIL
        COMPUTE WS-DIA-SEMANA =
            FUNCTION MOD (FUNCTION INTEGER-OF-DATE (WS-DIA-FECHA), 7)
        IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
            MOVE 0 TO WS-DIA-HABIL
        END-IF
        IF WS-DIA-HABIL = 1 AND WS-HAY-FERIADOS = 1
            PERFORM VARYING WS-PAI-IDX FROM 1 BY 1
                    UNTIL WS-PAI-IDX > HB-PAI-CNT
                       OR WS-PAI-IDX > 60
                       OR WS-DIA-HABIL = 0
                IF HB-PAI-COD (WS-PAI-IDX) NOT = SPACES
                    MOVE HB-PAI-COD (WS-PAI-IDX) TO AKPAI
                    MOVE WS-DIA-FECHA TO AKFEC
                    READ FD-FERIADOS KEY IS AKKEY
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF AKACT = 1
                                MOVE 0 TO WS-DIA-HABIL
                            END-IF
                    END-READ
                END-IF
            END-PERFORM
        END-IF
        .

       0002-Desplazar-Adelante SECTION.
      *  Corre HB-DIAS dias habiles hacia adelante. Con HB-DIAS en
      *  cero devuelve la misma fecha. Tope de vueltas para que una
      *  lista de feriados mal cargada no cuelgue al llamador.
        COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE (HB-FECHA)
        MOVE HB-DIAS TO WS-PENDIENTES
        MOVE 0 TO WS-VUELTAS
        PERFORM UNTIL WS-PENDIENTES = 0 OR WS-VUELTAS > 3660
            ADD 1 TO WS-DIA-ENTERO
            ADD 1 TO WS-VUELTAS
            COMPUTE WS-DIA-FECHA =
                FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
            PERFORM 0001-Dia-Habil
            IF WS-DIA-HABIL = 1
                SUBTRACT 1 FROM WS-PENDIENTES
            END-IF
        END-PERFORM
        IF WS-PENDIENTES > 0
            MOVE 8 TO HB-RC
        END-IF
        COMPUTE HB-RESULTADO =
            FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
        .

       0002-Desplazar-Atras SECTION.
        COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE (HB-FECHA)
        MOVE HB-DIAS TO WS-PENDIENTES
        MOVE 0 TO WS-VUELTAS
        PERFORM UNTIL WS-PENDIENTES = 0 OR WS-VUELTAS > 3660
            SUBTRACT 1 FROM WS-DIA-ENTERO
            ADD 1 TO WS-VUELTAS
            COMPUTE WS-DIA-FECHA =
                FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
            PERFORM 0001-Dia-Habil
            IF WS-DIA-HABIL = 1
                SUBTRACT 1 FROM WS-PENDIENTES
            END-IF
        END-PERFORM
        IF WS-PENDIENTES > 0
            MOVE 8 TO HB-RC
        END-IF
        COMPUTE HB-RESULTADO =
            FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
        .

       0003-Contar-Habiles SECTION.
      *  Dias habiles despues de HB-FECHA y hasta HB-FECHA-HASTA
      *  inclusive; cero si el rango esta vacio o invertido.
        MOVE 0 TO WS-CONTADOS
        COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE (HB-FECHA)
        COMPUTE WS-DIA-HASTA =
            FUNCTION INTEGER-OF-DATE (HB-FECHA-HASTA)
        MOVE 0 TO WS-VUELTAS
        PERFORM UNTIL WS-DIA-ENTERO NOT < WS-DIA-HASTA
                OR WS-VUELTAS > 3660
            ADD 1 TO WS-DIA-ENTERO
            ADD 1 TO WS-VUELTAS
            COMPUTE WS-DIA-FECHA =
                FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
            PERFORM 0001-Dia-Habil
            IF WS-DIA-HABIL = 1
                ADD 1 TO WS-CONTADOS
            END-IF
        END-PERFORM
        MOVE WS-CONTADOS TO HB-DIAS
        .

       END PROGRAM MGR033.
