      ******************************************************************
      * PRTREG - Control del lote particionado por rango de cuentas.
      * Trazado compartido: EDITSORT anota en TOTPART lo que escribió
      * en cada partición, cada partición de CALCULADORA anota en su
      * RESPART lo que leyó y procesó, y FUSIONAR cruza ambos antes de
      * unir las salidas parciales, así que cualquier cambio de
      * trazado exige recompilar los tres programas; los campos
      * existentes no se mueven de posición, lo nuevo se añade
      * siempre al final. Los importes llevan el signo delante y
      * separado, como en JRNREG.
      ******************************************************************
       01  PRT-REGISTRO.
      * F = una fuente del TRANSACC dentro de una partición; T = cierre
      * de la partición. CALCULADORA solo graba la T cuando la
      * partición llegó entera al final de su archivo: una partición
      * sin T no terminó.
           05 PRT-TIPO PIC X.
               88 PRT-ES-FUENTE VALUE "F".
               88 PRT-ES-CIERRE VALUE "T".
           05 FILLER PIC X VALUE SPACE.
           05 PRT-PARTICION PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-FECHA-NEGOCIO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * Línea F: número de fuente (el mismo en todas las particiones:
      * cada partición lleva todas las fuentes, aunque sea vacías) y
      * los datos de su cabecera HDR (espacios y cero si no la trae).
           05 PRT-FUENTE PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-LOTE-ID PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-DEPARTAMENTO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-FECHA-CREACION PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * Detalles y total de control (NUMERO1 + NUMERO2): en EDITSORT
      * los escritos en la partición, que son los de su trailer; en
      * CALCULADORA los leídos (en la fuente omitida, los de su
      * trailer, porque sus detalles no se cuentan). En la línea T,
      * los de toda la partición.
           05 PRT-CONTADOR PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-TOTAL PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
      * Solo CALCULADORA: operaciones correctas y suma de sus
      * resultados.
           05 PRT-OPERACIONES PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-RESULTADOS PIC S9(11)V9(4)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
      * En CALCULADORA, transacciones enviadas a suspensos. En
      * EDITSORT, detalles rechazados con CADPART (cadena con
      * eslabones en particiones distintas), anotados en la partición
      * del primer eslabón; FUSIONAR no los cruza, porque no llegan
      * a ninguna partición.
           05 PRT-RECHAZOS PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
      * Solo CALCULADORA. Línea F: C = la fuente concilió contra su
      * trailer, D = descuadre, O = omitida entera por lote ya
      * procesado. Línea T: C = todas las fuentes conciliaron, D =
      * alguna no.
           05 PRT-ESTADO PIC X.
               88 PRT-CUADRA VALUE "C".
               88 PRT-DESCUADRE VALUE "D".
               88 PRT-OMITIDA VALUE "O".
           05 FILLER PIC X VALUE SPACE.
      * Línea T de EDITSORT: número de particiones de la corrida y
      * código de cuenta más alto de la partición (espacios en la
      * última, que no tiene tope).
           05 PRT-PARTICIONES PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-HASTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      * Línea T: fuentes de la partición. En CALCULADORA además los
      * detalles y el hash de su extracto parcial y el punto de
      * control desde el que se reinició (cero si no hubo reinicio).
           05 PRT-FUENTES PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-EXTRACTO-REGISTROS PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 PRT-EXTRACTO-HASH PIC S9(11)V9(4)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 PRT-REINICIO PIC 9(9).
