      ******************************************************************
      * MOVREG - Registro del histórico de movimientos de cuentas
      * (KSDS, DD MOVHIST). Trazado compartido: HISTMOV acumula aquí
      * cada posteo de los diarios de POSTJRN que cerraron con su
      * línea F y ESTADCTA lo recorre para los estados de cuenta, así
      * que cualquier cambio de trazado exige recompilar ambos
      * programas y recargar el KSDS; los campos existentes no se
      * mueven de posición, lo nuevo se añade siempre al final.
      ******************************************************************
       01  MOV-REGISTRO.
      * Clave: cuenta y fecha de negocio, y dentro del día la corrida
      * (marca de tiempo de la línea de cierre del diario) y el número
      * de transacción del posteo en esa corrida. Volver a cargar el
      * mismo diario da clave duplicada y no duplica movimientos.
           05 MOV-CLAVE.
               10 MOV-CUENTA PIC X(8).
               10 MOV-FECHA-NEGOCIO PIC 9(8).
               10 MOV-CORRIDA PIC X(14).
               10 MOV-TRANSACCION PIC 9(9).
      * Tipo del posteo tal como vino del diario: A = alta de la
      * cuenta, M = posteo sobre una cuenta existente.
           05 MOV-TIPO PIC X.
           05 MOV-OPERACION PIC X(4).
           05 MOV-DELTA PIC S9(4)V9(4)
               SIGN IS LEADING SEPARATE.
           05 MOV-SALDO-ANTERIOR PIC S9(11)V9(4)
               SIGN IS LEADING SEPARATE.
           05 MOV-SALDO-NUEVO PIC S9(11)V9(4)
               SIGN IS LEADING SEPARATE.
           05 MOV-TIMESTAMP PIC X(14).
