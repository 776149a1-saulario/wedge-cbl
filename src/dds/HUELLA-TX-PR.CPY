       0000-Huella-Ajustar SECTION.
      *  Ajuste de la huella de HU-MAESTRO con un cambio confirmado
      *  en linea (area HUELLA-LK: HU-IMG-ANT imagen anterior,
      *  espacios en un alta; HU-IMG-NUE imagen nueva, espacios en
      *  una baja). Es la misma cuenta que la funcion A de MGR048 -
      *  la imagen anterior sale de su bloque y del total, la nueva
      *  entra - pero contra HUELLAS como archivo de CICS (entrada
      *  FCT HUELLAS, recuperable) con READ UPDATE y REWRITE, no con
      *  E/S COBOL por fuera del file control: el ajuste entra en la
      *  misma unidad de trabajo que el cambio del maestro y el
      *  diario TXNJ (un backout deshace los tres), y el total
      *  (bloque 00000) queda tomado hasta el syncpoint, asi que dos
      *  confirmaciones simultaneas del mismo maestro se ajustan una
      *  detras de la otra. Los bloques se ubican antes con un
      *  browse, sin tomar nada; despues se toma siempre primero el
      *  total y luego los bloques.
      *  Sin huella grabada no hace nada (HU-SIN-HUELLA). Si el
      *  ajuste falla queda HU-RC 8 y la actualizacion sigue: la
      *  verificacion previa a las cargas (MGR049) lo va a marcar y
      *  el diario dice que fue.
        MOVE 0 TO HU-RC
        MOVE "S" TO HU-ESTADO
        MOVE 0 TO WS-MA-IDX
        PERFORM VARYING WS-HT-HASH-IDX FROM 1 BY 1
                UNTIL WS-HT-HASH-IDX > WS-MA-CANT
            IF WS-MA-NOMBRE (WS-HT-HASH-IDX) = HU-MAESTRO
                MOVE WS-HT-HASH-IDX TO WS-MA-IDX
            END-IF
        END-PERFORM
        IF WS-MA-IDX = 0
            MOVE 8 TO HU-RC
            GO TO 0000-Huella-Ajustar-Fin
        END-IF
        ACCEPT WS-HT-FECHA FROM DATE YYYYMMDD
        ACCEPT WS-HT-HORA FROM TIME
        MOVE 0 TO WS-HT-ANT-HASH
        MOVE 0 TO WS-HT-ANT-BLO
        MOVE 0 TO WS-HT-NUE-HASH
        MOVE SPACES TO WS-HT-NUE-CLAVE
        MOVE 0 TO WS-HT-NUE-BLO
        IF HU-IMG-ANT NOT = SPACES
            MOVE HU-IMG-ANT TO WS-HT-IMAGEN
            PERFORM 0000-Huella-Hash
            MOVE WS-HT-HASH TO WS-HT-ANT-HASH
            PERFORM 0000-Huella-Ubicar
            MOVE WS-HT-BLO-NUM TO WS-HT-ANT-BLO
        END-IF
        IF HU-IMG-NUE NOT = SPACES
            MOVE HU-IMG-NUE TO WS-HT-IMAGEN
            PERFORM 0000-Huella-Hash
            MOVE WS-HT-HASH TO WS-HT-NUE-HASH
            MOVE WS-HT-CLAVE TO WS-HT-NUE-CLAVE
            PERFORM 0000-Huella-Ubicar
            MOVE WS-HT-BLO-NUM TO WS-HT-NUE-BLO
        END-IF

      *  Total del maestro
        MOVE HU-MAESTRO TO WS-HT-MAE
        MOVE 0 TO WS-HT-BLO
        EXEC CICS READ
            FILE ("HUELLAS")
            INTO (WS-HT-REG)
            RIDFLD (WS-HT-KEY)
            KEYLENGTH (17)
            UPDATE
            RESP (WS-HT-RESP)
        END-EXEC
        EVALUATE WS-HT-RESP
            WHEN DFHRESP(NORMAL)
                CONTINUE
            WHEN DFHRESP(NOTFND)
                GO TO 0000-Huella-Ajustar-Fin
            WHEN OTHER
                MOVE 8 TO HU-RC
                GO TO 0000-Huella-Ajustar-Fin
        END-EVALUATE
        IF HU-IMG-ANT NOT = SPACES
            SUBTRACT 1 FROM WS-HT-CNT
            SUBTRACT WS-HT-ANT-HASH FROM WS-HT-HAS
        END-IF
        IF HU-IMG-NUE NOT = SPACES
            ADD 1 TO WS-HT-CNT
            ADD WS-HT-NUE-HASH TO WS-HT-HAS
        END-IF
        PERFORM 0000-Huella-Reescribir
        MOVE WS-HT-CNT TO HU-CANT-REG
        MOVE WS-HT-HAS TO HU-HASH-REG
        MOVE WS-HT-FEC TO HU-FEC-REG
        MOVE WS-HT-HOR TO HU-HOR-REG
        MOVE WS-HT-PRG TO HU-PRG-REG
        MOVE WS-HT-OPE TO HU-OPE-REG

      *  Bloque de la imagen anterior
        IF HU-IMG-ANT NOT = SPACES
            MOVE HU-MAESTRO TO WS-HT-MAE
            MOVE WS-HT-ANT-BLO TO WS-HT-BLO
            EXEC CICS READ
                FILE ("HUELLAS")
                INTO (WS-HT-REG)
                RIDFLD (WS-HT-KEY)
                KEYLENGTH (17)
                UPDATE
                RESP (WS-HT-RESP)
            END-EXEC
            EVALUATE WS-HT-RESP
                WHEN DFHRESP(NORMAL)
                    SUBTRACT 1 FROM WS-HT-CNT
                    SUBTRACT WS-HT-ANT-HASH FROM WS-HT-HAS
                    PERFORM 0000-Huella-Reescribir
                WHEN OTHER
                    MOVE 8 TO HU-RC
            END-EVALUATE
        END-IF

      *  Bloque de la imagen nueva. Un maestro que estaba vacio no
      *  tiene bloques: se crea el 1 con esta clave.
        IF HU-IMG-NUE NOT = SPACES
            MOVE HU-MAESTRO TO WS-HT-MAE
            MOVE WS-HT-NUE-BLO TO WS-HT-BLO
            EXEC CICS READ
                FILE ("HUELLAS")
                INTO (WS-HT-REG)
                RIDFLD (WS-HT-KEY)
                KEYLENGTH (17)
                UPDATE
                RESP (WS-HT-RESP)
            END-EXEC
            EVALUATE WS-HT-RESP
                WHEN DFHRESP(NORMAL)
                    ADD 1 TO WS-HT-CNT
                    ADD WS-HT-NUE-HASH TO WS-HT-HAS
                    PERFORM 0000-Huella-Reescribir
                WHEN DFHRESP(NOTFND)
                    MOVE HU-MAESTRO TO WS-HT-MAE
                    MOVE WS-HT-NUE-BLO TO WS-HT-BLO
                    MOVE WS-HT-NUE-CLAVE TO WS-HT-CLA
                    MOVE 1 TO WS-HT-CNT
                    MOVE WS-HT-NUE-HASH TO WS-HT-HAS
                    MOVE WS-HT-FECHA TO WS-HT-FEC
                    MOVE WS-HT-HORA (1:6) TO WS-HT-HOR
                    MOVE HU-PROGRAMA TO WS-HT-PRG
                    MOVE HU-OPERADOR TO WS-HT-OPE
                    EXEC CICS WRITE
                        FILE ("HUELLAS")
                        FROM (WS-HT-REG)
                        RIDFLD (WS-HT-KEY)
                        KEYLENGTH (17)
                        RESP (WS-HT-RESP)
                    END-EXEC
                    IF WS-HT-RESP NOT = DFHRESP(NORMAL)
                        MOVE 8 TO HU-RC
                    END-IF
                WHEN OTHER
                    MOVE 8 TO HU-RC
            END-EVALUATE
        END-IF
        IF HU-RC = 0
            MOVE "I" TO HU-ESTADO
        END-IF
        .
       0000-Huella-Ajustar-Fin.
        EXIT.

       0000-Huella-Hash SECTION.
      *  Hash de la imagen en WS-HT-IMAGEN, igual que MGR048: suma
      *  de FUNCTION ORD de cada byte por su posicion. Deja la
      *  clave en WS-HT-CLAVE.
        MOVE SPACES TO WS-HT-CLAVE
        MOVE WS-HT-IMAGEN (1:WS-MA-LCLAVE (WS-MA-IDX)) TO WS-HT-CLAVE
        MOVE 0 TO WS-HT-HASH
        PERFORM VARYING WS-HT-HASH-IDX FROM 1 BY 1
                UNTIL WS-HT-HASH-IDX > WS-MA-LIMAGEN (WS-MA-IDX)
            COMPUTE WS-HT-HASH = WS-HT-HASH
                + FUNCTION ORD (WS-HT-IMAGEN (WS-HT-HASH-IDX:1))
                * WS-HT-HASH-IDX
        END-PERFORM
        .

       0000-Huella-Ubicar SECTION.
      *  Ultimo bloque cuya primera clave no supera WS-HT-CLAVE; una
      *  clave menor que todas, o un maestro sin bloques, va al
      *  bloque 1. Solo lectura: el browse no toma registros.
        MOVE 1 TO WS-HT-BLO-NUM
        MOVE HU-MAESTRO TO WS-HT-MAE
        MOVE 1 TO WS-HT-BLO
        EXEC CICS STARTBR
            FILE ("HUELLAS")
            RIDFLD (WS-HT-KEY)
            KEYLENGTH (17)
            GTEQ
            RESP (WS-HT-RESP)
        END-EXEC
        IF WS-HT-RESP = DFHRESP(NORMAL)
            MOVE 0 TO WS-HT-FIN
            PERFORM UNTIL WS-HT-FIN = 1
                EXEC CICS READNEXT
                    FILE ("HUELLAS")
                    INTO (WS-HT-REG)
                    RIDFLD (WS-HT-KEY)
                    RESP (WS-HT-RESP)
                END-EXEC
                IF WS-HT-RESP NOT = DFHRESP(NORMAL)
                    MOVE 1 TO WS-HT-FIN
                ELSE
                    IF WS-HT-MAE NOT = HU-MAESTRO
                            OR WS-HT-CLA > WS-HT-CLAVE
                        MOVE 1 TO WS-HT-FIN
                    ELSE
                        MOVE WS-HT-BLO TO WS-HT-BLO-NUM
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                FILE ("HUELLAS")
            END-EXEC
        END-IF
        .

       0000-Huella-Reescribir SECTION.
        MOVE WS-HT-FECHA TO WS-HT-FEC
        MOVE WS-HT-HORA (1:6) TO WS-HT-HOR
        MOVE HU-PROGRAMA TO WS-HT-PRG
        MOVE HU-OPERADOR TO WS-HT-OPE
        EXEC CICS REWRITE
            FILE ("HUELLAS")
            FROM (WS-HT-REG)
            RESP (WS-HT-RESP)
        END-EXEC
        IF WS-HT-RESP NOT = DFHRESP(NORMAL)
            MOVE 8 TO HU-RC
        END-IF
        .
