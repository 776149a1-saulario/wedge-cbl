      *  Area de llamada de MGR034 (conversion de importes con las
      *  tasas de CAMBIOS). El llamador la declara bajo su propio
      *  nivel 01:
      *      01 WS-CONVIERTE.
      *      COPY "CONVIERTE-LK" IN "src/dds".
      *  AITAS se lee como unidades de AICOD por una unidad de la
      *  moneda base (CV-MON-BASE; en blanco toma MGR034_MONEDA_BASE
      *  o USD). Se usa la ultima tasa con AIFEC <= CV-FECHA de cada
      *  moneda; si ninguna de las dos es la base, la tasa cruzada
      *  sale de pasar por la base. El resultado se redondea a los
      *  AHDEC de la moneda destino.
      *    C  convierte CV-IMPORTE de CV-MON-ORIGEN a CV-MON-DESTINO
      *       -> CV-RESULTADO, CV-TASA (destino por unidad de
      *       origen) y la fecha de la tasa usada de cada lado
      *    F  fin: cierra MONEDAS y CAMBIOS
      *  CV-RC 0 bien, 4 sin tasa a la fecha (no se pudo valuar),
      *  8 moneda inexistente, fecha invalida, desborde o funcion
      *  invalida; CV-MOTIVO dice cual.
            05 CV-FUNCION       PIC X(01).
                88 CV-CONVERTIR         VALUE "C".
                88 CV-CERRAR            VALUE "F".
            05 CV-IMPORTE       PIC S9(11)V9(06).
            05 CV-MON-ORIGEN    PIC X(03).
            05 CV-MON-DESTINO   PIC X(03).
            05 CV-FECHA         PIC 9(08).
            05 CV-MON-BASE      PIC X(03).
            05 CV-RESULTADO     PIC S9(11)V9(06).
            05 CV-TASA          PIC 9(09)V9(09).
            05 CV-FECHA-ORIGEN  PIC 9(08).
            05 CV-FECHA-DESTINO PIC 9(08).
            05 CV-DEC-DESTINO   PIC 9(01).
            05 CV-RC            PIC 9(02).
            05 CV-MOTIVO        PIC X(30).
