       0000-Congela-Registrar SECTION.
      *  Lineas que MGR044 (funcion L) devolvio para los logs de la
      *  entidad: la negativa o la emergencia se graban por CICS en
      *  las colas TD extrapartition AUDI (mgr001_audit.log) y CEMG
      *  (congelamientos_emergencia.log), no con E/S COBOL desde la
      *  rutina. Las colas se cierran al terminar la ventana en
      *  linea, antes del stream de la noche, que agrega a los
      *  mismos archivos. Sin RESP a proposito, como el diario
      *  TXNJ: si la cola falla la task abenda y una emergencia
      *  nunca pasa sin rastro.
        IF CG-LIN-EMERGENCIA NOT = SPACES
            EXEC CICS WRITEQ TD
                QUEUE ("CEMG")
                FROM (CG-LIN-EMERGENCIA)
                LENGTH (LENGTH OF CG-LIN-EMERGENCIA)
            END-EXEC
        END-IF
        IF CG-LIN-AUDITORIA NOT = SPACES
            EXEC CICS WRITEQ TD
                QUEUE ("AUDI")
                FROM (CG-LIN-AUDITORIA)
                LENGTH (LENGTH OF CG-LIN-AUDITORIA)
            END-EXEC
        END-IF
        .
