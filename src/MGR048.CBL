       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR048.
      ******************************************************************
      * Rutina de huellas de los maestros indexados: detecta cambios
      * hechos por fuera de los programas (un editor de archivos,
      * una copia a mano) entre una corrida y la siguiente.
      * La huella de un maestro es la cantidad de registros y la
      * suma, registro por registro, de un hash de la imagen
      * completa (clave y contenido): cada byte pesa FUNCTION ORD
      * por su posicion en el registro, como el hash de claves del
      * paquete de MGR023 pero sensible al orden de los bytes.
      * Ademas del total se guarda por bloques de 100 registros
      * consecutivos en orden de clave, con la primera clave de
      * cada bloque, para decir aproximadamente donde esta el
      * cambio. Registro HUELLAS de la entidad, clave maestro +
      * numero de bloque; el bloque 00000 lleva el total y la fecha,
      * hora, programa y operador de la ultima grabacion.
      * Como la huella es una suma, un cambio puntual en linea se
      * ajusta restando la imagen anterior y sumando la nueva en su
      * bloque, sin releer el maestro.
      * Se llama con CALL "MGR048" USING <area> (copy HUELLA-LK):
      *   G  al final de cada paso de MGR001 y de cada programa
      *      batch que modifica un maestro
      *   A  un cambio puntual de un programa que no relee el
      *      maestro. Las transacciones en linea (IDMT, USRM, PAIA,
      *      CAMB) no llaman a esta rutina: hacen la misma cuenta
      *      contra HUELLAS por el file control de CICS (copy
      *      HUELLA-TX-PR, tabla de maestros HUELLA-MA-WS), para que
      *      el ajuste quede bajo syncpoint y backout con el cambio.
      *   V  en la verificacion previa a las cargas (MGR049)
      * Maestros con huella: IDIOMAS, REGIONES, MONEDAS, CAMBIOS,
      * PAISES, PAINOM, FERIADOS, USUARIOS, AUTORIZA, RESTRINGIDOS,
      * CAMBMES y PAIMON.
      ******************************************************************
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        COPY "IDIOMAS-AA-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "REGIONES-AE-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "MONEDAS-AH-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBIOS-AI-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAISES-AB-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAINOM-AF-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "FERIADOS-AK-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "USUARIOS-AC-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "AUTORIZA-AJ-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "RESTRINGIDOS-AO-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "CAMBMES-AL-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "PAIMON-AR-FC" IN "src/dds"
            REPLACING "SELECT" BY "SELECT OPTIONAL".
        COPY "HUELLAS-AQ-FC" IN "src/dds".
       DATA DIVISION.
        FILE SECTION.
        COPY "IDIOMAS-FS" IN "src/dds".
        COPY "REGIONES-FS" IN "src/dds".
        COPY "MONEDAS-FS" IN "src/dds".
        COPY "CAMBIOS-FS" IN "src/dds".
        COPY "PAISES-FS" IN "src/dds".
        COPY "PAINOM-FS" IN "src/dds".
        COPY "FERIADOS-FS" IN "src/dds".
        COPY "USUARIOS-FS" IN "src/dds".
        COPY "AUTORIZA-FS" IN "src/dds".
        COPY "RESTRINGIDOS-FS" IN "src/dds".
        COPY "CAMBMES-FS" IN "src/dds".
        COPY "PAIMON-FS" IN "src/dds".
        COPY "HUELLAS-FS" IN "src/dds".
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 EOF             PIC 9.
        COPY "HUELLA-MA-WS" IN "src/dds".
        01 WS-TAM-BLOQUE        PIC 9(05) VALUE 100.
        01 WS-IMAGEN            PIC X(100).
        01 WS-CLAVE             PIC X(20).
        01 WS-HASH-IDX          PIC 9(03).
        01 WS-HASH-REGISTRO     PIC 9(15).
        01 WS-FECHA-HOY         PIC 9(08).
        01 WS-HORA-HOY          PIC 9(08).
      *  Totales del maestro recalculado
        01 WS-TOT-CANT          PIC 9(09).
        01 WS-TOT-HASH          PIC 9(15).
      *  Bloque en curso: grabado (BLO-) y recalculado (ACT-)
        01 WS-BLO-NUM           PIC 9(05).
        01 WS-BLO-CLAVE         PIC X(20).
        01 WS-BLO-CANT          PIC 9(09).
        01 WS-BLO-HASH          PIC 9(15).
        01 WS-ACT-CANT          PIC 9(09).
        01 WS-ACT-HASH          PIC 9(15).
        01 WS-ACT-PRIMERA       PIC X(20).
      *  Bloque siguiente grabado (su primera clave cierra el actual)
        01 WS-SIG-EXISTE        PIC 9(01).
        01 WS-SIG-NUM           PIC 9(05).
        01 WS-SIG-CLAVE         PIC X(20).
        01 WS-SIG-CANT          PIC 9(09).
        01 WS-SIG-HASH          PIC 9(15).
        01 WS-FIN-REGISTRO      PIC 9(01).

       LINKAGE SECTION.
       01 LK-HUELLA.
       COPY "HUELLA-LK" IN "src/dds".

       PROCEDURE DIVISION USING LK-HUELLA.

       0000-MAIN SECTION.
        MOVE 0 TO HU-RC
        MOVE "S" TO HU-ESTADO
        MOVE 0 TO HU-CANT-REG
        MOVE 0 TO HU-HASH-REG
        MOVE 0 TO HU-FEC-REG
        MOVE 0 TO HU-HOR-REG
        MOVE SPACES TO HU-PRG-REG
        MOVE SPACES TO HU-OPE-REG
        MOVE 0 TO HU-CANT-ACT
        MOVE 0 TO HU-HASH-ACT
        MOVE 0 TO HU-BLOQUES-DIF
        MOVE SPACES TO HU-CLAVE-DESDE
        MOVE SPACES TO HU-CLAVE-HASTA
        MOVE 0 TO WS-MA-IDX
        PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                UNTIL WS-HASH-IDX > WS-MA-CANT
            IF WS-MA-NOMBRE (WS-HASH-IDX) = HU-MAESTRO
                MOVE WS-HASH-IDX TO WS-MA-IDX
            END-IF
        END-PERFORM
        IF WS-MA-IDX = 0
            MOVE 8 TO HU-RC
            GOBACK
        END-IF
      *  La entidad se resuelve en cada llamada: MGR047 trabaja con
      *  dos entidades en el mismo proceso.
        PERFORM 0000-Entidad-Resolver
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        ACCEPT WS-HORA-HOY FROM TIME
        EVALUATE TRUE
            WHEN HU-GRABAR
                PERFORM 0001-Grabar
            WHEN HU-AJUSTAR
                PERFORM 0002-Ajustar
            WHEN HU-VERIFICAR
                PERFORM 0003-Verificar
            WHEN OTHER
                MOVE 8 TO HU-RC
        END-EVALUATE
        GOBACK
        .

       COPY "ENTIDAD-PR" IN "src/dds".

       0001-Grabar SECTION.
      *  Borra la huella anterior del maestro y la vuelve a armar
      *  leyendolo entero en orden de clave.
        OPEN I-O SHARING WITH ALL OTHER FD-HUELLAS
        IF FS = 35
            OPEN OUTPUT SHARING WITH ALL OTHER FD-HUELLAS
            CLOSE FD-HUELLAS
            OPEN I-O SHARING WITH ALL OTHER FD-HUELLAS
        END-IF
        IF FS NOT = 0
            MOVE 8 TO HU-RC
            GO TO 0001-Grabar-Fin
        END-IF
        PERFORM 0001-Borrar-Huella
        PERFORM 0005-Abrir-Maestro
        IF FS NOT = 0 AND FS NOT = 5
            MOVE 8 TO HU-RC
            CLOSE FD-HUELLAS
            GO TO 0001-Grabar-Fin
        END-IF
        MOVE 0 TO WS-TOT-CANT
        MOVE 0 TO WS-TOT-HASH
        MOVE 1 TO WS-BLO-NUM
        MOVE 0 TO WS-ACT-CANT
        MOVE 0 TO WS-ACT-HASH
        MOVE 0 TO EOF
        PERFORM 0005-Leer-Maestro
        PERFORM UNTIL EOF = 1
            PERFORM 0004-Hash-Registro
            IF WS-ACT-CANT = 0
                MOVE WS-CLAVE TO WS-ACT-PRIMERA
            END-IF
            ADD 1 TO WS-ACT-CANT
            ADD WS-HASH-REGISTRO TO WS-ACT-HASH
            ADD 1 TO WS-TOT-CANT
            ADD WS-HASH-REGISTRO TO WS-TOT-HASH
            IF WS-ACT-CANT = WS-TAM-BLOQUE
                PERFORM 0001-Grabar-Bloque
            END-IF
            PERFORM 0005-Leer-Maestro
        END-PERFORM
        IF WS-ACT-CANT > 0
            PERFORM 0001-Grabar-Bloque
        END-IF
        PERFORM 0005-Cerrar-Maestro
        MOVE HU-MAESTRO TO AQMAE
        MOVE 0 TO AQBLO
        MOVE SPACES TO AQCLA
        MOVE WS-TOT-CANT TO AQCNT
        MOVE WS-TOT-HASH TO AQHAS
        PERFORM 0001-Sellar
        WRITE RG-HUELLA
            INVALID KEY MOVE 8 TO HU-RC
        END-WRITE
        CLOSE FD-HUELLAS
        PERFORM 0001-Devolver-Grabada
        MOVE WS-TOT-CANT TO HU-CANT-ACT
        MOVE WS-TOT-HASH TO HU-HASH-ACT
        MOVE "I" TO HU-ESTADO
        .
       0001-Grabar-Fin.
        EXIT.

       0001-Borrar-Huella SECTION.
        MOVE HU-MAESTRO TO AQMAE
        MOVE 0 TO AQBLO
        MOVE 0 TO WS-FIN-REGISTRO
        START FD-HUELLAS KEY IS NOT LESS THAN AQKEY
            INVALID KEY MOVE 1 TO WS-FIN-REGISTRO
        END-START
        PERFORM UNTIL WS-FIN-REGISTRO = 1
            READ FD-HUELLAS NEXT
                AT END MOVE 1 TO WS-FIN-REGISTRO
            END-READ
            IF WS-FIN-REGISTRO = 0
                IF AQMAE NOT = HU-MAESTRO
                    MOVE 1 TO WS-FIN-REGISTRO
                ELSE
                    DELETE FD-HUELLAS RECORD
                        INVALID KEY MOVE 8 TO HU-RC
                    END-DELETE
                END-IF
            END-IF
        END-PERFORM
        .

       0001-Grabar-Bloque SECTION.
        MOVE HU-MAESTRO TO AQMAE
        MOVE WS-BLO-NUM TO AQBLO
        MOVE WS-ACT-PRIMERA TO AQCLA
        MOVE WS-ACT-CANT TO AQCNT
        MOVE WS-ACT-HASH TO AQHAS
        PERFORM 0001-Sellar
        WRITE RG-HUELLA
            INVALID KEY MOVE 8 TO HU-RC
        END-WRITE
        ADD 1 TO WS-BLO-NUM
        MOVE 0 TO WS-ACT-CANT
        MOVE 0 TO WS-ACT-HASH
        .

       0001-Sellar SECTION.
        MOVE WS-FECHA-HOY TO AQFEC
        MOVE WS-HORA-HOY (1:6) TO AQHOR
        MOVE HU-PROGRAMA TO AQPRG
        MOVE HU-OPERADOR TO AQOPE
        .

       0001-Devolver-Grabada SECTION.
        MOVE AQCNT TO HU-CANT-REG
        MOVE AQHAS TO HU-HASH-REG
        MOVE AQFEC TO HU-FEC-REG
        MOVE AQHOR TO HU-HOR-REG
        MOVE AQPRG TO HU-PRG-REG
        MOVE AQOPE TO HU-OPE-REG
        .

       0002-Ajustar SECTION.
      *  Cambio puntual: la imagen anterior sale de su bloque y del
      *  total, la nueva entra. La clave puede cambiar (reclave), y
      *  entonces cada imagen va a su propio bloque.
        OPEN I-O SHARING WITH ALL OTHER FD-HUELLAS
        IF FS = 35
            GO TO 0002-Ajustar-Fin
        END-IF
        IF FS NOT = 0
            MOVE 8 TO HU-RC
            GO TO 0002-Ajustar-Fin
        END-IF
        MOVE HU-MAESTRO TO AQMAE
        MOVE 0 TO AQBLO
        READ FD-HUELLAS KEY IS AQKEY
            INVALID KEY
                CLOSE FD-HUELLAS
                GO TO 0002-Ajustar-Fin
        END-READ
        IF HU-IMG-ANT NOT = SPACES
            MOVE HU-IMG-ANT TO WS-IMAGEN
            PERFORM 0004-Hash-Registro
            PERFORM 0002-Ubicar-Bloque
            SUBTRACT 1 FROM AQCNT
            SUBTRACT WS-HASH-REGISTRO FROM AQHAS
            PERFORM 0002-Reescribir
            PERFORM 0002-Leer-Total
            SUBTRACT 1 FROM AQCNT
            SUBTRACT WS-HASH-REGISTRO FROM AQHAS
            PERFORM 0002-Reescribir
        END-IF
        IF HU-IMG-NUE NOT = SPACES
            MOVE HU-IMG-NUE TO WS-IMAGEN
            PERFORM 0004-Hash-Registro
            PERFORM 0002-Ubicar-Bloque
            ADD 1 TO AQCNT
            ADD WS-HASH-REGISTRO TO AQHAS
            PERFORM 0002-Reescribir
            PERFORM 0002-Leer-Total
            ADD 1 TO AQCNT
            ADD WS-HASH-REGISTRO TO AQHAS
            PERFORM 0002-Reescribir
        END-IF
        PERFORM 0002-Leer-Total
        CLOSE FD-HUELLAS
        PERFORM 0001-Devolver-Grabada
        MOVE "I" TO HU-ESTADO
        .
       0002-Ajustar-Fin.
        EXIT.

       0002-Ubicar-Bloque SECTION.
      *  Ultimo bloque cuya primera clave no supera la del registro;
      *  una clave menor que todas va al bloque 1. Un maestro que
      *  estaba vacio no tiene bloques: se crea el 1 con esta clave.
        MOVE 1 TO WS-BLO-NUM
        MOVE HU-MAESTRO TO AQMAE
        MOVE 1 TO AQBLO
        MOVE 0 TO WS-FIN-REGISTRO
        START FD-HUELLAS KEY IS NOT LESS THAN AQKEY
            INVALID KEY MOVE 1 TO WS-FIN-REGISTRO
        END-START
        PERFORM UNTIL WS-FIN-REGISTRO = 1
            READ FD-HUELLAS NEXT
                AT END MOVE 1 TO WS-FIN-REGISTRO
            END-READ
            IF WS-FIN-REGISTRO = 0
                IF AQMAE NOT = HU-MAESTRO OR AQCLA > WS-CLAVE
                    MOVE 1 TO WS-FIN-REGISTRO
                ELSE
                    MOVE AQBLO TO WS-BLO-NUM
                END-IF
            END-IF
        END-PERFORM
        MOVE HU-MAESTRO TO AQMAE
        MOVE WS-BLO-NUM TO AQBLO
        READ FD-HUELLAS KEY IS AQKEY
            INVALID KEY
                MOVE HU-MAESTRO TO AQMAE
                MOVE WS-BLO-NUM TO AQBLO
                MOVE WS-CLAVE TO AQCLA
                MOVE 0 TO AQCNT
                MOVE 0 TO AQHAS
                PERFORM 0001-Sellar
                WRITE RG-HUELLA
                    INVALID KEY MOVE 8 TO HU-RC
                END-WRITE
        END-READ
        .

       0002-Leer-Total SECTION.
        MOVE HU-MAESTRO TO AQMAE
        MOVE 0 TO AQBLO
        READ FD-HUELLAS KEY IS AQKEY
            INVALID KEY MOVE 8 TO HU-RC
        END-READ
        .

       0002-Reescribir SECTION.
        PERFORM 0001-Sellar
        REWRITE RG-HUELLA
            INVALID KEY MOVE 8 TO HU-RC
        END-REWRITE
        .

       0003-Verificar SECTION.
      *  Relee el maestro en orden de clave y reparte los registros
      *  en los bloques grabados segun su primera clave; el primer
      *  bloque cuya cantidad o hash no coincide acota el cambio.
        OPEN INPUT SHARING WITH ALL OTHER FD-HUELLAS
        IF FS = 35
            GO TO 0003-Verificar-Fin
        END-IF
        IF FS NOT = 0
            MOVE 8 TO HU-RC
            GO TO 0003-Verificar-Fin
        END-IF
        MOVE HU-MAESTRO TO AQMAE
        MOVE 0 TO AQBLO
        READ FD-HUELLAS KEY IS AQKEY
            INVALID KEY
                CLOSE FD-HUELLAS
                GO TO 0003-Verificar-Fin
        END-READ
        PERFORM 0001-Devolver-Grabada
        PERFORM 0005-Abrir-Maestro
        IF FS NOT = 0 AND FS NOT = 5
            MOVE 8 TO HU-RC
            CLOSE FD-HUELLAS
            GO TO 0003-Verificar-Fin
        END-IF
      *  Bloque 1 grabado (si el maestro estaba vacio no hay: un
      *  bloque vacio sin clave lo reemplaza) y el siguiente
        MOVE 1 TO WS-SIG-NUM
        PERFORM 0003-Leer-Bloque
        IF WS-SIG-EXISTE = 1
            PERFORM 0003-Avanzar-Bloque
        ELSE
            MOVE 1 TO WS-BLO-NUM
            MOVE SPACES TO WS-BLO-CLAVE
            MOVE 0 TO WS-BLO-CANT
            MOVE 0 TO WS-BLO-HASH
            MOVE 0 TO WS-ACT-CANT
            MOVE 0 TO WS-ACT-HASH
            MOVE SPACES TO WS-ACT-PRIMERA
        END-IF
        MOVE 0 TO WS-TOT-CANT
        MOVE 0 TO WS-TOT-HASH
        MOVE 0 TO EOF
        PERFORM 0005-Leer-Maestro
        PERFORM UNTIL EOF = 1
            PERFORM 0004-Hash-Registro
            PERFORM UNTIL WS-SIG-EXISTE = 0
                    OR WS-CLAVE < WS-SIG-CLAVE
                PERFORM 0003-Cerrar-Bloque
                PERFORM 0003-Avanzar-Bloque
            END-PERFORM
            IF WS-ACT-CANT = 0
                MOVE WS-CLAVE TO WS-ACT-PRIMERA
            END-IF
            ADD 1 TO WS-ACT-CANT
            ADD WS-HASH-REGISTRO TO WS-ACT-HASH
            ADD 1 TO WS-TOT-CANT
            ADD WS-HASH-REGISTRO TO WS-TOT-HASH
            PERFORM 0005-Leer-Maestro
        END-PERFORM
      *  Bloque en curso y bloques grabados que quedaron sin
      *  registros
        PERFORM 0003-Cerrar-Bloque
        PERFORM UNTIL WS-SIG-EXISTE = 0
            PERFORM 0003-Avanzar-Bloque
            PERFORM 0003-Cerrar-Bloque
        END-PERFORM
        PERFORM 0005-Cerrar-Maestro
        CLOSE FD-HUELLAS
        MOVE WS-TOT-CANT TO HU-CANT-ACT
        MOVE WS-TOT-HASH TO HU-HASH-ACT
        IF HU-CANT-ACT = HU-CANT-REG AND HU-HASH-ACT = HU-HASH-REG
            MOVE "I" TO HU-ESTADO
        ELSE
            MOVE "D" TO HU-ESTADO
        END-IF
        .
       0003-Verificar-Fin.
        EXIT.

       0003-Leer-Bloque SECTION.
        MOVE 0 TO WS-SIG-EXISTE
        MOVE HU-MAESTRO TO AQMAE
        MOVE WS-SIG-NUM TO AQBLO
        READ FD-HUELLAS KEY IS AQKEY
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 1 TO WS-SIG-EXISTE
                MOVE AQCLA TO WS-SIG-CLAVE
                MOVE AQCNT TO WS-SIG-CANT
                MOVE AQHAS TO WS-SIG-HASH
        END-READ
        .

       0003-Avanzar-Bloque SECTION.
      *  El siguiente pasa a ser el bloque en curso y se lee el
      *  que le sigue.
        MOVE WS-SIG-NUM TO WS-BLO-NUM
        MOVE WS-SIG-CLAVE TO WS-BLO-CLAVE
        MOVE WS-SIG-CANT TO WS-BLO-CANT
        MOVE WS-SIG-HASH TO WS-BLO-HASH
        MOVE 0 TO WS-ACT-CANT
        MOVE 0 TO WS-ACT-HASH
        MOVE SPACES TO WS-ACT-PRIMERA
        ADD 1 TO WS-SIG-NUM
        PERFORM 0003-Leer-Bloque
        .

       0003-Cerrar-Bloque SECTION.
        IF WS-ACT-CANT NOT = WS-BLO-CANT
                OR WS-ACT-HASH NOT = WS-BLO-HASH
            ADD 1 TO HU-BLOQUES-DIF
            IF HU-BLOQUES-DIF = 1
                MOVE WS-BLO-CLAVE TO HU-CLAVE-DESDE
                IF WS-ACT-CANT > 0
                        AND WS-ACT-PRIMERA < WS-BLO-CLAVE
                    MOVE WS-ACT-PRIMERA TO HU-CLAVE-DESDE
                END-IF
                IF WS-SIG-EXISTE = 1
                    MOVE WS-SIG-CLAVE TO HU-CLAVE-HASTA
                ELSE
                    MOVE SPACES TO HU-CLAVE-HASTA
                END-IF
            END-IF
        END-IF
        .

       0004-Hash-Registro SECTION.
      *  Hash de la imagen en WS-IMAGEN: suma de FUNCTION ORD de
      *  cada byte por su posicion. Deja la clave en WS-CLAVE.
        MOVE SPACES TO WS-CLAVE
        MOVE WS-IMAGEN (1:WS-MA-LCLAVE (WS-MA-IDX)) TO WS-CLAVE
        MOVE 0 TO WS-HASH-REGISTRO
        PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                UNTIL WS-HASH-IDX > WS-MA-LIMAGEN (WS-MA-IDX)
            COMPUTE WS-HASH-REGISTRO = WS-HASH-REGISTRO
                + FUNCTION ORD (WS-IMAGEN (WS-HASH-IDX:1))
                * WS-HASH-IDX
        END-PERFORM
        .

       0005-Abrir-Maestro SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1 OPEN INPUT SHARING WITH ALL OTHER FD-IDIOMAS
            WHEN 2 OPEN INPUT SHARING WITH ALL OTHER FD-REGIONES
            WHEN 3 OPEN INPUT SHARING WITH ALL OTHER FD-MONEDAS
            WHEN 4 OPEN INPUT SHARING WITH ALL OTHER FD-CAMBIOS
            WHEN 5 OPEN INPUT SHARING WITH ALL OTHER FD-PAISES
            WHEN 6 OPEN INPUT SHARING WITH ALL OTHER FD-PAINOM
            WHEN 7 OPEN INPUT SHARING WITH ALL OTHER FD-FERIADOS
            WHEN 8 OPEN INPUT SHARING WITH ALL OTHER FD-USUARIOS
            WHEN 9 OPEN INPUT SHARING WITH ALL OTHER FD-AUTORIZA
            WHEN 10
                OPEN INPUT SHARING WITH ALL OTHER FD-RESTRINGIDOS
            WHEN 11 OPEN INPUT SHARING WITH ALL OTHER FD-CAMBMES
            WHEN 12 OPEN INPUT SHARING WITH ALL OTHER FD-PAIMON
        END-EVALUATE
        .

       0005-Cerrar-Maestro SECTION.
        EVALUATE WS-MA-IDX
            WHEN 1 CLOSE FD-IDIOMAS
            WHEN 2 CLOSE FD-REGIONES
            WHEN 3 CLOSE FD-MONEDAS
            WHEN 4 CLOSE FD-CAMBIOS
            WHEN 5 CLOSE FD-PAISES
            WHEN 6 CLOSE FD-PAINOM
            WHEN 7 CLOSE FD-FERIADOS
            WHEN 8 CLOSE FD-USUARIOS
            WHEN 9 CLOSE FD-AUTORIZA
            WHEN 10 CLOSE FD-RESTRINGIDOS
            WHEN 11 CLOSE FD-CAMBMES
            WHEN 12 CLOSE FD-PAIMON
        END-EVALUATE
        .

       0005-Leer-Maestro SECTION.
      *  Lectura secuencial en orden de clave (acceso dinamico, el
      *  archivo recien abierto queda al comienzo).
        MOVE SPACES TO WS-IMAGEN
        EVALUATE WS-MA-IDX
            WHEN 1
                READ FD-IDIOMAS NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-IDIOMA TO WS-IMAGEN
                END-READ
            WHEN 2
                READ FD-REGIONES NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-REGION TO WS-IMAGEN
                END-READ
            WHEN 3
                READ FD-MONEDAS NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-MONEDA TO WS-IMAGEN
                END-READ
            WHEN 4
                READ FD-CAMBIOS NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-CAMBIO TO WS-IMAGEN
                END-READ
            WHEN 5
                READ FD-PAISES NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-PAIS TO WS-IMAGEN
                END-READ
            WHEN 6
                READ FD-PAINOM NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-PAINOM TO WS-IMAGEN
                END-READ
            WHEN 7
                READ FD-FERIADOS NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-FERIADO TO WS-IMAGEN
                END-READ
            WHEN 8
                READ FD-USUARIOS NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-USUARIO TO WS-IMAGEN
                END-READ
            WHEN 9
                READ FD-AUTORIZA NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-AUTORIZA TO WS-IMAGEN
                END-READ
            WHEN 10
                READ FD-RESTRINGIDOS NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-RESTRINGIDO TO WS-IMAGEN
                END-READ
            WHEN 11
                READ FD-CAMBMES NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-CAMBMES TO WS-IMAGEN
                END-READ
            WHEN 12
                READ FD-PAIMON NEXT
                    AT END MOVE 1 TO EOF
                    NOT AT END MOVE RG-PAIMON TO WS-IMAGEN
                END-READ
        END-EVALUATE
        .

       END PROGRAM MGR048.
