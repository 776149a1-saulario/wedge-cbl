      *  Area de llamada de MGR033 (dias habiles por pais). El
      *  llamador la declara bajo su propio nivel 01:
      *      01 WS-HABILES.
      *      COPY "HABILES-LK" IN "src/dds".
      *  HB-PAI-COD lleva los paises cuyo calendario cuenta: un dia
      *  es habil si no es sabado ni domingo y no es feriado activo
      *  en NINGUNO de los paises de la lista. Lista vacia = solo
      *  fines de semana.
      *    S  HB-FECHA + HB-DIAS habiles          -> HB-RESULTADO
      *    R  HB-FECHA - HB-DIAS habiles          -> HB-RESULTADO
      *    C  habiles en (HB-FECHA, HB-FECHA-HASTA] -> HB-DIAS
      *    H  HB-FECHA es habil?                  -> HB-HABIL
      *    F  fin: cierra FERIADOS
      *  HB-RC 0 bien, 8 funcion o fecha invalida.
            05 HB-FUNCION       PIC X(01).
                88 HB-SUMAR             VALUE "S".
                88 HB-RESTAR            VALUE "R".
                88 HB-CONTAR            VALUE "C".
                88 HB-ES-HABIL          VALUE "H".
                88 HB-CERRAR            VALUE "F".
            05 HB-FECHA         PIC 9(08).
            05 HB-FECHA-HASTA   PIC 9(08).
            05 HB-DIAS          PIC 9(04).
            05 HB-RESULTADO     PIC 9(08).
            05 HB-HABIL         PIC 9(01).
            05 HB-RC            PIC 9(02).
            05 HB-PAI-CNT       PIC 9(02).
            05 HB-PAI-COD OCCURS 60 TIMES PIC X(02).
