      ******************************************************************
      * CORREG - Registro de corridas de la cadena diaria (DD
      * CORRIDAS). Trazado compartido: cada programa del lote agrega
      * una línea al terminar, ya con su código de retorno final, y
      * CHEQDIA las cruza con la secuencia esperada del día de
      * negocio. Cualquier cambio de trazado exige recompilar todos
      * los programas que lo copian; los campos existentes no se
      * mueven de posición, lo nuevo se añade siempre al final.
      ******************************************************************
       01  COR-REGISTRO.
           05 COR-PROGRAMA PIC X(12).
           05 FILLER PIC X VALUE SPACE.
      * Modo de la corrida en los programas que tienen más de uno
      * (LOTE, LOTE P1 a LOTE P4 en el lote particionado, REPROC,
      * PARM o CONSOLA en CALCULADORA); en blanco en los demás.
           05 COR-MODO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      * Fecha de negocio de FECHAPROC a la que pertenece la corrida
      * (FECHAVAN graba la fecha que cierra, no la nueva).
           05 COR-FECHA-NEGOCIO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 COR-INICIO PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 COR-FIN PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 COR-RETORNO PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
      * Contadores clave de la corrida: leídos de la entrada
      * principal, aceptados (pasaron la validación o se procesaron
      * bien), rechazados (a suspensos, descartados o con error) y
      * posteados (cambios grabados en un maestro o archivo
      * permanente). Lo que no aplica a un programa va en cero.
           05 COR-LEIDOS PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 COR-ACEPTADOS PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 COR-RECHAZADOS PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 COR-POSTEADOS PIC 9(9).
