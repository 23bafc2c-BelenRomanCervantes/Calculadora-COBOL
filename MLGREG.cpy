      ******************************************************************
      * MLGREG - Registro de mantenimiento del maestro de cuentas (DD
      * MANTLOG): imagen antes/después de cada orden aplicada o
      * rechazada, con operador, acción y marca de tiempo. Trazado
      * compartido: CUENTMNT lo graba y CUADRCTA lo lee para sumar
      * los cambios manuales a la prueba de cuadre, así que cualquier
      * cambio de trazado exige recompilar ambos programas; los
      * campos existentes no se mueven de posición, lo nuevo se añade
      * siempre al final.
      ******************************************************************
       01  ML-REGISTRO.
      * Marca de tiempo del momento del cambio.
           05 ML-TIMESTAMP PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 ML-FECHA-NEGOCIO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ML-OPERADOR PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ML-ACCION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 ML-CUENTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ML-SALDO-ANTES PIC +9(11).9(4).
           05 FILLER PIC X VALUE SPACE.
           05 ML-OPERACIONES-ANTES PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 ML-FECHA-ANTES PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ML-ESTADO-ANTES PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 ML-SALDO-DESPUES PIC +9(11).9(4).
           05 FILLER PIC X VALUE SPACE.
           05 ML-OPERACIONES-DESPUES PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 ML-FECHA-DESPUES PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ML-ESTADO-DESPUES PIC X.
           05 FILLER PIC X VALUE SPACE.
      * OK = aplicada; si no, el motivo del rechazo o el estado en que
      * quedó la orden (pendiente, denegada, vencida).
           05 ML-RESULTADO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      * Referencia de la orden pendiente, operador que la aprobó o
      * denegó y marca de tiempo de la propuesta.
           05 ML-REFERENCIA PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 ML-APROBADOR PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ML-PROPUESTA-TS PIC X(14).
