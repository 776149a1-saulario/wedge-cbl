      ******************************************************************
      * Verificacion de fin de job del stream MGR001: lee
      * mgr001_audit.log filtrando por el MGR001_JOBID de la corrida
      * y comprueba que los nueve maestros del stream (IDIOMAS,
      * REGIONES, MONEDAS, CAMBIOS, PAISES, PAINOM, FERIADOS,
      * PAIMON, USUARIOS) esten
      * presentes
      * para ese job y que su ultima linea tenga RC 0. Imprime un
      * resumen de operador de una pagina con los contadores de cada
        01 WS-FECHA-TXT         PIC X(08).
        01 WS-RC-NUM            PIC 9(4).
        01 WS-MAESTROS-MAL      PIC 9(1) VALUE 0.
        01 WS-VER-IDX           PIC 9(2).
        01 WS-TABLA-VERIF.
            05 WS-VF-ENT OCCURS 9 TIMES.
                10 WS-VF-MASTER    PIC X(10).
                10 WS-VF-VISTO     PIC 9(1).
                10 WS-VF-RC        PIC 9(4).
        MOVE "CAMBIOS" TO WS-VF-MASTER (4)
        MOVE "PAISES" TO WS-VF-MASTER (5)
        MOVE "PAINOM" TO WS-VF-MASTER (6)
        MOVE "FERIADOS" TO WS-VF-MASTER (7)
        MOVE "PAIMON" TO WS-VF-MASTER (8)
        MOVE "USUARIOS" TO WS-VF-MASTER (9)
        PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                UNTIL WS-VER-IDX > 9
            MOVE 0 TO WS-VF-VISTO (WS-VER-IDX)
            MOVE 0 TO WS-VF-RC (WS-VER-IDX)
            MOVE SPACES TO WS-VF-COUNT (WS-VER-IDX)
      *        fecha manda: un rerun que termino bien pisa el
      *        intento fallido, y las noches anteriores no cuentan.
                PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                        UNTIL WS-VER-IDX > 9
                    IF AU-MASTER = WS-VF-MASTER (WS-VER-IDX)
                        MOVE 1 TO WS-VF-VISTO (WS-VER-IDX)
                        MOVE AU-RC TO WS-VF-RC (WS-VER-IDX)

        MOVE 0 TO WS-MAESTROS-MAL
        PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                UNTIL WS-VER-IDX > 9
            MOVE WS-VF-MASTER (WS-VER-IDX) TO WS-RS-MASTER
            MOVE WS-VF-COUNT (WS-VER-IDX) TO WS-RS-COUNT
            MOVE WS-VF-RC (WS-VER-IDX) TO WS-RS-RC
        ELSE
            MOVE "RESULTADO: CORRIDA COMPLETA" TO RG-RESUMEN
            WRITE RG-RESUMEN
            DISPLAY "Corrida completa: nueve maestros con RC 0"
        END-IF
        CLOSE FD-RESUMEN
        .
