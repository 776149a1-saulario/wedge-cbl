      *  Area de llamada de MGR048 (huellas de los maestros). El
      *  llamador la declara bajo su propio nivel 01:
      *      01 WS-HUELLA.
      *      COPY "HUELLA-LK" IN "src/dds".
      *  La huella de un maestro es su cantidad de registros y un
      *  hash de clave y contenido de todos sus registros, en total
      *  y por bloques de registros consecutivos en orden de clave;
      *  queda en el registro HUELLAS de la entidad.
      *    G  recalcula la huella de HU-MAESTRO leyendolo entero y
      *       la graba (al terminar cada programa que lo modifica)
      *    A  ajusta la huella grabada con un cambio puntual:
      *       HU-IMG-ANT imagen anterior (espacios en un alta),
      *       HU-IMG-NUE imagen nueva (espacios si se borra). Las
      *       transacciones en linea hacen el mismo ajuste por CICS
      *       con esta area (copy HUELLA-TX-PR). Sin huella grabada
      *       no hace nada (HU-SIN-HUELLA)
      *    V  recalcula y compara con la huella grabada:
      *       HU-IGUAL       coincide
      *       HU-DISTINTO    no coincide; HU-CLAVE-DESDE y
      *                      HU-CLAVE-HASTA acotan el primer bloque
      *                      distinto (HASTA en blanco = hasta el
      *                      final) y HU-BLOQUES-DIF cuenta los
      *                      bloques distintos
      *       HU-SIN-HUELLA  el maestro no tiene huella grabada
      *  HU-PROGRAMA y HU-OPERADOR (job id en batch, USERID en
      *  linea) quedan en la huella con G y A.
      *  Vuelven la cantidad y el hash grabados con la fecha, hora,
      *  programa y operador de la ultima grabacion, y en G y V los
      *  recalculados.
      *  HU-RC 0 bien, 8 funcion o maestro invalido o error de E/S.
            05 HU-FUNCION       PIC X(01).
                88 HU-GRABAR            VALUE "G".
                88 HU-AJUSTAR           VALUE "A".
                88 HU-VERIFICAR         VALUE "V".
            05 HU-MAESTRO       PIC X(12).
            05 HU-PROGRAMA      PIC X(08).
            05 HU-OPERADOR      PIC X(08).
            05 HU-IMG-ANT       PIC X(100).
            05 HU-IMG-NUE       PIC X(100).
            05 HU-ESTADO        PIC X(01).
                88 HU-IGUAL             VALUE "I".
                88 HU-DISTINTO          VALUE "D".
                88 HU-SIN-HUELLA        VALUE "S".
            05 HU-CANT-REG      PIC 9(09).
            05 HU-HASH-REG      PIC 9(15).
            05 HU-FEC-REG       PIC 9(08).
            05 HU-HOR-REG       PIC 9(06).
            05 HU-PRG-REG       PIC X(08).
            05 HU-OPE-REG       PIC X(08).
            05 HU-CANT-ACT      PIC 9(09).
            05 HU-HASH-ACT      PIC 9(15).
            05 HU-BLOQUES-DIF   PIC 9(05).
            05 HU-CLAVE-DESDE   PIC X(20).
            05 HU-CLAVE-HASTA   PIC X(20).
            05 HU-RC            PIC 9(02).
