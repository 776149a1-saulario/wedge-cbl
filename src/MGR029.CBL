      * se le aviso por ESA fecha de caducidad: nadie recibe el
      * mismo aviso cada noche de la ventana, y un cambio de fecha
      * de caducidad habilita un aviso nuevo.
      * La ventana se cuenta en dias HABILES del pais del usuario
      * (ACPAI, rutina MGR033 sobre FERIADOS), para que un puente
      * largo no se coma el aviso. El limite se calcula una vez por
      * pais. La columna DIAS del archivo de interfaz sigue siendo
      * en dias corridos hasta la caducidad.
      *   MGR029_DIAS_AVISO   dias habiles de la ventana de aviso
      *                       (default 14)
      *   MGR029_AVISOS_CSV   archivo de interfaz para el correo
      ******************************************************************
        01 WS-AVISADOS          PIC 9(9) VALUE 0.
        01 WS-YA-AVISADOS       PIC 9(9) VALUE 0.
        01 WS-CSV-LINEA         PIC X(80).
        01 WS-LP-CNT            PIC 9(3) VALUE 0.
        01 WS-TABLA-LIMITES.
            05 WS-LP-ENT OCCURS 300 TIMES.
                10 WS-LP-PAI        PIC X(02).
                10 WS-LP-LIMITE     PIC 9(08).
        01 WS-LP-IDX            PIC 9(3).
        01 WS-LP-HALLADO        PIC 9(1).
        01 WS-HABILES.
        COPY "HABILES-LK" IN "src/dds".

       PROCEDURE DIVISION.

       0001-Generar-Avisos SECTION.
        DISPLAY "Avisos previos de caducidad de password..."
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

        OPEN INPUT SHARING WITH ALL OTHER FD-USUARIOS
        PERFORM 0000-Valida-FS
            IF ACACT = 1 AND ACLOK = 0
                    AND ACPWE NOT = ZEROS
                    AND ACPWE NOT < WS-FECHA-HOY
                PERFORM 0001-Limite-Pais
                IF ACPWE NOT > WS-FECHA-LIMITE
                    PERFORM 0001-Evaluar-Aviso
                END-IF
            END-IF
            READ FD-USUARIOS NEXT
                AT END MOVE 1 TO EOF
        CLOSE FD-AVISOS
        CLOSE FD-USUARIOS
        PERFORM 0000-Valida-FS
        MOVE "F" TO HB-FUNCION
        CALL "MGR033" USING WS-HABILES

        DISPLAY "=== Avisos de caducidad de password ==="
        DISPLAY "Ventana de aviso   : " WS-DIAS-AVISO
            " dias habiles"
        DISPLAY "Usuarios leidos    : " WS-LEIDOS
        DISPLAY "Avisos generados   : " WS-AVISADOS
        DISPLAY "Ya avisados        : " WS-YA-AVISADOS
        .

       0001-Limite-Pais SECTION.
      *  Hoy mas la ventana en dias habiles del pais del usuario.
      *  Cada pais se calcula una sola vez por corrida; si la rutina
      *  no puede (fecha o tope de vueltas) o la tabla se llena, se
      *  vuelve a los dias corridos de siempre.
        MOVE 0 TO WS-LP-HALLADO
        PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                UNTIL WS-LP-IDX > WS-LP-CNT OR WS-LP-HALLADO = 1
            IF WS-LP-PAI (WS-LP-IDX) = ACPAI
                MOVE 1 TO WS-LP-HALLADO
                MOVE WS-LP-LIMITE (WS-LP-IDX) TO WS-FECHA-LIMITE
            END-IF
        END-PERFORM
        IF WS-LP-HALLADO = 0
            MOVE "S" TO HB-FUNCION
            MOVE WS-FECHA-HOY TO HB-FECHA
            MOVE WS-DIAS-AVISO TO HB-DIAS
            MOVE 1 TO HB-PAI-CNT
            MOVE ACPAI TO HB-PAI-COD (1)
            CALL "MGR033" USING WS-HABILES
            IF HB-RC = 0
                MOVE HB-RESULTADO TO WS-FECHA-LIMITE
            ELSE
                COMPUTE WS-DIAS-ENTERO =
                    FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
                    + WS-DIAS-AVISO
                COMPUTE WS-FECHA-LIMITE =
                    FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO)
            END-IF
            IF WS-LP-CNT < 300
                ADD 1 TO WS-LP-CNT
                MOVE ACPAI TO WS-LP-PAI (WS-LP-CNT)
                MOVE WS-FECHA-LIMITE TO WS-LP-LIMITE (WS-LP-CNT)
            END-IF
        END-IF
        .

       0001-Evaluar-Aviso SECTION.
        MOVE ACCOD TO AV-ACCOD
        MOVE ACPWE TO AV-ACPWE
