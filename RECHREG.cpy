           05 RECH-FECHA-NEGOCIO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RECH-LOTE-ID PIC X(12).
      * Moneda de la transacción suspendida (TRANS-MONEDA), que no
      * cabe en la imagen de RECH-TRANSACCION.
           05 FILLER PIC X VALUE SPACE.
           05 RECH-MONEDA PIC X(3).
