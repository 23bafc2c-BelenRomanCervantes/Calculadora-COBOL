      ******************************************************************
      * PENREG - Orden de mantenimiento pendiente de aprobación
      * (KSDS, DD MANTPEND). CUENTMNT deja aquí las órdenes que
      * cambian saldo, contadores o estado de una cuenta (M, B, R y
      * el alta con saldo o contador inicial) en lugar de aplicarlas
      * al maestro, y las resuelve cuando llega el visto bueno (V) o
      * la denegación (D) de otro operador. Los registros resueltos
      * se conservan como evidencia. Los campos existentes no se
      * mueven de posición, lo nuevo se añade siempre al final.
      ******************************************************************
       01  PEN-REGISTRO.
      * Clave: fecha de negocio en que se propuso la orden y número
      * correlativo dentro de esa fecha.
           05 PEN-REFERENCIA.
               10 PEN-REF-FECHA PIC 9(8).
               10 PEN-REF-SECUENCIA PIC 9(4).
      * P = pendiente, A = aprobada y aplicada, D = denegada,
      * V = vencida sin aprobar, R = rechazada al resolverla (visto
      * bueno del mismo operador que la propuso o la orden ya no se
      * pudo aplicar).
           05 PEN-ESTADO PIC X.
               88 PEN-PENDIENTE VALUE "P".
               88 PEN-APLICADA VALUE "A".
               88 PEN-DENEGADA VALUE "D".
               88 PEN-VENCIDA VALUE "V".
               88 PEN-RECHAZADA VALUE "R".
      * Imagen de la orden tal como llegó en MANTCTA (trazado de
      * MNTREG sin la referencia); PEN-OPERADOR es quien la propuso.
           05 PEN-ORDEN.
               10 PEN-ACCION PIC X.
               10 PEN-CUENTA PIC X(8).
               10 PEN-OPERADOR PIC X(8).
               10 PEN-SALDO-X PIC X(16).
               10 PEN-OPERACIONES-X PIC X(7).
               10 PEN-FECHA-X PIC X(8).
           05 PEN-PROPUESTA-TS PIC X(14).
      * Resolución: operador que dio el visto bueno o la denegación
      * (espacios si venció), marca de tiempo, fecha de negocio y
      * resultado (OK o el motivo de rastro de MANTLOG).
           05 PEN-APROBADOR PIC X(8).
           05 PEN-RESOLUCION-TS PIC X(14).
           05 PEN-RESOLUCION-FECHA PIC 9(8).
           05 PEN-RESULTADO PIC X(8).
      * Moneda del alta retenida (MNT-MONEDA), que se devuelve a la
      * orden al aplicarla.
           05 PEN-MONEDA PIC X(3).
