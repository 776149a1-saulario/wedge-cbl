      *  Area de llamada de MGR044 (ventanas de congelamiento). El
      *  llamador la declara bajo su propio nivel 01:
      *      01 WS-CONGELA.
      *      COPY "CONGELA-LK" IN "src/dds".
      *  Entrada: CG-MAESTRO a modificar, CG-PROGRAMA y CG-OPERADOR
      *  (job id en batch, USERID en linea) para el rastro, y
      *  CG-EMERGENCIA con el motivo de una anulacion de emergencia
      *  (en blanco = sin anulacion).
      *    V  verifica CG-MAESTRO contra las ventanas vigentes ahora:
      *       CG-LIBRE      no hay ventana, seguir
      *       CG-CONGELADO  hay ventana y no hay emergencia: el
      *                     llamador no toca el maestro; la negativa
      *                     ya quedo en mgr001_audit.log
      *       CG-FORZADO    hay ventana y hay emergencia: seguir; la
      *                     anulacion ya quedo registrada aparte
      *  En CG-CONGELADO y CG-FORZADO vuelven los datos de la
      *  ventana (desde, hasta, quien la declaro y motivo).
      *    L  igual que V, para las transacciones en linea: MGR044
      *       no escribe los logs (E/S por fuera del file control
      *       de CICS) sino que devuelve las lineas armadas en
      *       CG-LIN-AUDITORIA (mgr001_audit.log) y CG-LIN-EMERGENCIA
      *       (congelamientos_emergencia.log), en blanco si no hay
      *       nada que registrar; la transaccion las escribe en sus
      *       colas TD.
      *  CG-RC 0 bien, 12 congelado, 8 funcion invalida.
            05 CG-FUNCION       PIC X(01).
                88 CG-VERIFICAR         VALUE "V".
                88 CG-VERIFICAR-LINEA   VALUE "L".
            05 CG-MAESTRO       PIC X(10).
            05 CG-PROGRAMA      PIC X(08).
            05 CG-OPERADOR      PIC X(08).
            05 CG-EMERGENCIA    PIC X(40).
            05 CG-ESTADO        PIC X(01).
                88 CG-LIBRE             VALUE "L".
                88 CG-CONGELADO         VALUE "C".
                88 CG-FORZADO           VALUE "E".
            05 CG-DESDE         PIC 9(14).
            05 CG-HASTA         PIC 9(14).
            05 CG-DECLARO       PIC X(08).
            05 CG-MOTIVO        PIC X(40).
            05 CG-RC            PIC 9(02).
            05 CG-LIN-AUDITORIA PIC X(100).
            05 CG-LIN-EMERGENCIA PIC X(200).
