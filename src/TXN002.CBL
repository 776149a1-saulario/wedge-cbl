      * maestro AUTORIZA (USERID + transaccion + funcion, lo carga
      * MGR020) y deja las imagenes antes/despues en el diario
      * sellado en linea (cola TD TXNJ).
      * Despues del diario cada cambio se aplica tambien a la huella
      * de USUARIOS (la funcion A de MGR048 por el file control de
      * CICS, copy HUELLA-TX-PR, entrada FCT HUELLAS), para que la
      * verificacion previa a las cargas (MGR049) no lo informe como
      * un cambio hecho por fuera de los programas.
      * Los bloques EXEC CICS los verifica el traductor CICS en la
      * instalacion.
      ******************************************************************
       01 WS-AUTORIZADO        PIC 9(01).
       01 WS-OPERADOR          PIC X(08).
       01 WS-USUARIO-ANTERIOR  PIC X(78).
       01 WS-HUELLA.
       COPY "HUELLA-LK" IN "src/dds".
       COPY "HUELLA-TX-WS" IN "src/dds".
       01 WS-HORA-HOY          PIC 9(08).
       01 WS-DIARIO-LINEA.
           05 WS-DIA-FECHA     PIC 9(08).
            FROM (WS-DIARIO-LINEA)
            LENGTH (LENGTH OF WS-DIARIO-LINEA)
        END-EXEC
      *  Ajuste de la huella del maestro con el mismo cambio (copy
      *  HUELLA-TX-PR, la cuenta de MGR048 por el file control de
      *  CICS), para que la verificacion previa a las cargas
      *  (MGR049) no lo tome por uno hecho por fuera de los
      *  programas. Si el ajuste falla la actualizacion sigue: la
      *  verificacion lo va a marcar y el diario dice que fue.
        MOVE "A" TO HU-FUNCION
        MOVE "USUARIOS" TO HU-MAESTRO
        MOVE "TXN002" TO HU-PROGRAMA
        MOVE WS-OPERADOR TO HU-OPERADOR
        MOVE WS-USUARIO-ANTERIOR TO HU-IMG-ANT
        MOVE WS-USUARIO-REC TO HU-IMG-NUE
        PERFORM 0000-Huella-Ajustar
        .

       COPY "HUELLA-TX-PR" IN "src/dds".

       END PROGRAM TXN002.
