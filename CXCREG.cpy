      ******************************************************************
      * CXCREG - Partida del mayor auxiliar de cuentas por cobrar
      * (KSDS, DD CARTERA). Una partida por factura de FACTEXT y una
      * por cada saldo a favor que deja un pago de más. La clave
      * ordena las partidas de cada cuenta por fecha, así que leerlas
      * en secuencia de clave es aplicarlas de la más antigua a la más
      * nueva. Trazado compartido: cualquier cambio exige recompilar
      * los programas que lo copian y recargar el KSDS; los campos
      * existentes no se mueven de posición, lo nuevo se añade
      * siempre al final.
      ******************************************************************
       01  CXC-REGISTRO.
           05 CXC-CLAVE.
               10 CXC-CUENTA PIC X(8).
      * Factura: fecha de negocio de la facturación. Saldo a favor:
      * fecha de negocio del pago que lo dejó.
               10 CXC-FECHA PIC 9(8).
               10 CXC-TIPO PIC X.
                   88 CXC-FACTURA VALUE "F".
                   88 CXC-CREDITO VALUE "C".
      * Cero en las facturas (una por cuenta y cierre); correlativo
      * del día en los saldos a favor.
               10 CXC-SECUENCIA PIC 9(2).
      * Importe original y lo que queda: por cobrar en la factura,
      * disponible en el saldo a favor. Con saldo cero la partida
      * queda cerrada.
           05 CXC-IMPORTE PIC S9(9)V99.
           05 CXC-SALDO PIC S9(9)V99.
           05 CXC-ESTADO PIC X.
               88 CXC-ABIERTA VALUE "A".
               88 CXC-CERRADA VALUE "C".
           05 CXC-FECHA-CARGA PIC 9(8).
      * Fecha de negocio del último pago o saldo a favor aplicado.
           05 CXC-FECHA-ULT-MOV PIC 9(8).
      * Avisos de cobro emitidos por la partida y fecha del último.
           05 CXC-AVISOS PIC 9(3).
           05 CXC-FECHA-AVISO PIC 9(8).
