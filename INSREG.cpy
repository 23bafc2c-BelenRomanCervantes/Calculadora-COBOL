      ******************************************************************
      * INSREG - Instrucción permanente (KSDS, DD INSTRUC): una
      * operación que se repite sobre una cuenta con una frecuencia
      * fija. INSTPERM la convierte en transacción del lote el día que
      * vence y adelanta la próxima fecha cuando el lote que la llevó
      * quedó aceptado en LOTESREG. Los campos existentes no se mueven
      * de posición, lo nuevo se añade siempre al final.
      ******************************************************************
       01  INS-REGISTRO.
      * Clave: cuenta y número de instrucción dentro de la cuenta.
           05 INS-CLAVE.
               10 INS-CUENTA PIC X(8).
               10 INS-NUMERO PIC 9(3).
      * Operación, operandos, decimales y periodos con el mismo
      * significado y formato que en TRNREG.
           05 INS-OPERACION PIC X(4).
           05 INS-NUMERO1 PIC S9999V99.
           05 INS-NUMERO2 PIC S9999V99.
           05 INS-DECIMALES PIC X.
           05 INS-PERIODOS PIC X(3).
      * D = diaria (cada día hábil), S = semanal, Q = quincenal (14
      * días), M = mensual, T = trimestral, A = anual. Las mensuales,
      * trimestrales y anuales caen en el día del mes de la fecha de
      * inicio (o en el último día de los meses más cortos).
           05 INS-FRECUENCIA PIC X.
               88 INS-DIARIA VALUE "D".
               88 INS-SEMANAL VALUE "S".
               88 INS-QUINCENAL VALUE "Q".
               88 INS-MENSUAL VALUE "M".
               88 INS-TRIMESTRAL VALUE "T".
               88 INS-ANUAL VALUE "A".
               88 INS-FRECUENCIA-VALIDA VALUE "D" "S" "Q" "M" "T"
                   "A".
      * Vigencia: fecha de inicio y de fin (cero = sin fin).
           05 INS-FECHA-INICIO PIC 9(8).
           05 INS-FECHA-FIN PIC 9(8).
      * Próxima fecha de calendario que toca (cero = la de inicio); si
      * cae en feriado o fin de semana la transacción sale el
      * siguiente día hábil, pero el calendario sigue contando desde
      * esta fecha.
           05 INS-PROXIMA PIC 9(8).
      * A = activa, S = suspendida (no genera), F = finalizada (pasó
      * su fecha de fin).
           05 INS-ESTADO PIC X.
               88 INS-ACTIVA VALUE "A".
               88 INS-SUSPENDIDA VALUE "S".
               88 INS-FINALIZADA VALUE "F".
      * Lote en el que salió el vencimiento en curso y fecha de
      * negocio en que se generó; en espacios / cero cuando no hay
      * nada a la espera de aceptación.
           05 INS-LOTE-PENDIENTE PIC X(12).
           05 INS-FECHA-GENERADA PIC 9(8).
      * Último vencimiento aceptado (día hábil en que salió).
           05 INS-ULTIMO-VENCIMIENTO PIC 9(8).
