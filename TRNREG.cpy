      * valida y ordena y CALCULADORA lo procesa en el lote, así que
      * cualquier cambio de trazado exige recompilar ambos programas
      * y avisar a los emisores; los campos existentes no se mueven
      * de posición, lo nuevo se añade siempre al final.
      ******************************************************************
       01  TRANS-REGISTRO.
           05 TRANS-OPERACION PIC X(4).
      * Número de periodos, solo para la operación AMRT (el capital
      * viaja en NUMERO1 y la tasa periódica en NUMERO2).
           05 TRANS-PERIODOS PIC X(3).
      * Moneda de los importes (código de tres letras); espacios =
      * moneda de la casa. Si difiere de la de la cuenta, el lote
      * postea el importe convertido con el tipo de cambio del día.
           05 TRANS-MONEDA PIC X(3).
       01  TRANS-TRAILER REDEFINES TRANS-REGISTRO.
           05 TRAILER-TIPO PIC X(4).
           05 TRAILER-CONTADOR PIC 9(6).
