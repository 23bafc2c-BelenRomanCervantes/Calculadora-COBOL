      ******************************************************************
      * ENVREG - Registro de envíos por fuente (DD ENVIOS). EDITSORT
      * agrega una línea por cada fuente del TRANSACC al cerrarla,
      * con la cabecera que trajo y lo que la edición recibió, aceptó
      * y rechazó, y CALIDEPT lo lee para el informe mensual de
      * calidad por departamento. Trazado compartido: cualquier
      * cambio exige recompilar ambos programas; los campos
      * existentes no se mueven de posición, lo nuevo se añade
      * siempre al final.
      ******************************************************************
       01  ENV-REGISTRO.
           05 ENV-FECHA-NEGOCIO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * Inicio de la corrida de EDITSORT que grabó la línea: si la
      * edición se repite en la misma fecha de negocio, vale solo lo
      * de la última corrida.
           05 ENV-CORRIDA PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 ENV-FUENTE PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
      * Datos de la cabecera HDR (espacios y cero si no la trae).
           05 ENV-LOTE-ID PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 ENV-DEPARTAMENTO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 ENV-FECHA-CREACION PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * Detalles recibidos del departamento, aceptados por la edición
      * (los que siguen al lote), rechazados y corregidos.
           05 ENV-RECIBIDOS PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ENV-ACEPTADOS PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ENV-RECHAZADOS PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ENV-CORREGIDOS PIC 9(6).
