      * Fecha de negocio de la última facturación emitida; cero si la
      * cuenta todavía no cerró ningún periodo.
           05 CTA-FECHA-FACTURA PIC 9(8).
      * Moneda en que se lleva el saldo (código de tres letras);
      * espacios = moneda de la casa, que es también lo que traen los
      * registros cargados antes de este campo. Solo se fija en el
      * alta.
           05 CTA-MONEDA PIC X(3).
