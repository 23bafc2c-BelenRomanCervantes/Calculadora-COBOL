      *          reversión se verifica contra el saldo grabado en el
      *          diario: un saldo que no coincide no se toca y la
      *          corrida termina con RC=8 para que alguien mire el
      *          maestro antes del reinicio. Los posteos convertidos de
      *          otra moneda se prueban además contra el importe
      *          original y el tipo de cambio que guardó el diario.
      * Tectonics: cobc
      * Modification History:
      * 2026-09-02 Initial version: checkpoint-aware backout of the
      *            account master postings of a failed run, driven by
      *            the POSTJRN posting journal, replacing the restore-
      *            the-KSDS-and-rerun-everything recovery procedure.
      * 2026-10-15 Journal lines before a restart marker (type R) were
      *            already reversed by the backout that preceded the
      *            restart and are skipped, so a restarted run that
      *            fails again is backed out only once per posting.
      * 2026-10-15 Read the FECHAPRC business date and append a run
      *            record (CORREG layout) with the final return code
      *            and key counts to the CORRIDAS run registry at
      *            termination.
      * 2026-10-15 Before reversing a currency-converted posting,
      *            re-prove it from the journal: delta = original
      *            amount x applied rate (rounded half-up to four
      *            decimals) and saldo nuevo - saldo anterior = delta.
      *            A posting that does not prove is left alone with
      *            RC=8, like a saldo mismatch.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
       COPY CTAREG.

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-POSTJRN PIC X(2) VALUE SPACES.
           88 FIN-POSTJRN VALUE "10".
       01 WS-ESTADO-REINICIO PIC X(2) VALUE SPACES.
       01 WS-ESTADO-CUENTAS PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.

       01 WS-ULTIMO-CHECKPOINT PIC 9(9) VALUE 0.
       01 WS-DIARIO-CERRADO PIC X VALUE "N".
               10 WS-PST-TIPO PIC X.
               10 WS-PST-SALDO-ANTERIOR PIC S9(11)V9(4).
               10 WS-PST-SALDO-NUEVO PIC S9(11)V9(4).
               10 WS-PST-DELTA PIC S9(4)V9(4).
               10 WS-PST-IMPORTE-ORIGINAL PIC S9(4)V9(4).
               10 WS-PST-TASA PIC 9(5)V9(6).
               10 WS-PST-CON-TASA PIC X.
       01 WS-POSTEOS-SOBRANTES PIC 9(4) VALUE 0.
      * Prueba de la conversión del posteo en curso.
       01 WS-DELTA-CALCULADO PIC S9(4)V9(4) VALUE 0.
       01 WS-DIFERENCIA-SALDO PIC S9(11)V9(4) VALUE 0.
       01 WS-CONVERSION-CUADRA PIC X VALUE "S".
           88 CONVERSION-CUADRA VALUE "S".
       01 WS-IDX-PST PIC 9(4) VALUE 0.

       01 WS-JRN-LEIDOS PIC 9(6) VALUE 0.
       01 WS-JRN-CONFIRMADOS PIC 9(6) VALUE 0.
       01 WS-JRN-YA-REVERTIDOS PIC 9(6) VALUE 0.
       01 WS-REVERTIDOS PIC 9(6) VALUE 0.
       01 WS-ALTAS-ELIMINADAS PIC 9(6) VALUE 0.
       01 WS-ERRORES PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM LEER-CHECKPOINT.
           PERFORM CARGAR-DIARIO.
           IF WS-CODIGO-RETORNO = 0 AND NOT DIARIO-CERRADO
           EVALUATE JRN-TIPO
               WHEN "F"
                   SET DIARIO-CERRADO TO TRUE
      *        Un reinicio anterior ya pasó por aquí: lo que hay en la
      *        tabla está por encima de su punto de control (que
      *        nunca es mayor que el vigente) y quedó revertido antes
      *        de relanzar, así que no se vuelve a tocar.
               WHEN "R"
                   IF WS-POSTEOS-USADOS > 0
                       DISPLAY "Reinicio anterior en el diario: "
                           WS-POSTEOS-USADOS " posteos ya revertidos "
                           "se descartan"
                   END-IF
                   ADD WS-POSTEOS-USADOS TO WS-JRN-YA-REVERTIDOS
                   MOVE 0 TO WS-POSTEOS-USADOS
                   MOVE 0 TO WS-POSTEOS-SOBRANTES
               WHEN "A"
               WHEN "M"
                   IF JRN-TRANSACCION IS NUMERIC
                   TO WS-PST-SALDO-ANTERIOR(WS-POSTEOS-USADOS)
               MOVE JRN-SALDO-NUEVO
                   TO WS-PST-SALDO-NUEVO(WS-POSTEOS-USADOS)
      *        Los diarios grabados antes de los campos de moneda
      *        los traen en espacios: esos posteos no se convirtieron
      *        y se revierten sin la prueba.
               IF JRN-TASA IS NUMERIC
                   AND JRN-IMPORTE-ORIGINAL IS NUMERIC
                   AND JRN-DELTA IS NUMERIC
                   MOVE JRN-DELTA TO WS-PST-DELTA(WS-POSTEOS-USADOS)
                   MOVE JRN-IMPORTE-ORIGINAL
                       TO WS-PST-IMPORTE-ORIGINAL(WS-POSTEOS-USADOS)
                   MOVE JRN-TASA TO WS-PST-TASA(WS-POSTEOS-USADOS)
                   MOVE "S" TO WS-PST-CON-TASA(WS-POSTEOS-USADOS)
               ELSE
                   MOVE 0 TO WS-PST-DELTA(WS-POSTEOS-USADOS)
                   MOVE 0 TO WS-PST-IMPORTE-ORIGINAL(WS-POSTEOS-USADOS)
                   MOVE 0 TO WS-PST-TASA(WS-POSTEOS-USADOS)
                   MOVE "N" TO WS-PST-CON-TASA(WS-POSTEOS-USADOS)
               END-IF
           ELSE
               ADD 1 TO WS-POSTEOS-SOBRANTES
           END-IF.
                       ADD 1 TO WS-ERRORES
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       PERFORM PROBAR-CONVERSION
                       IF CONVERSION-CUADRA
                           PERFORM DESHACER-POSTEO
                       ELSE
                           DISPLAY "Error! El posteo de la cuenta "
                               CTA-CODIGO " (transacción "
                               WS-PST-TRANSACCION(WS-IDX-PST) ") no "
                               "cuadra con su importe original y su "
                               "tipo de cambio; no se revierte"
                           ADD 1 TO WS-ERRORES
                           MOVE 8 TO WS-CODIGO-RETORNO
                       END-IF
                   END-IF
           END-READ.

      *    Un posteo convertido se revierte solo si el diario se
      *    sostiene solo: el delta debe ser el importe original por
      *    el tipo aplicado, con el mismo redondeo half-up a cuatro
      *    decimales del lote, y debe ser también lo que separa el
      *    saldo anterior del nuevo. Con tipo 1 (sin conversión) la
      *    prueba se reduce a la segunda igualdad.
           PROBAR-CONVERSION.
           MOVE "S" TO WS-CONVERSION-CUADRA.
           IF WS-PST-CON-TASA(WS-IDX-PST) = "S"
               COMPUTE WS-DELTA-CALCULADO ROUNDED =
                   WS-PST-IMPORTE-ORIGINAL(WS-IDX-PST)
                   * WS-PST-TASA(WS-IDX-PST)
                   ON SIZE ERROR
                       MOVE "N" TO WS-CONVERSION-CUADRA
               END-COMPUTE
               COMPUTE WS-DIFERENCIA-SALDO =
                   WS-PST-SALDO-NUEVO(WS-IDX-PST)
                   - WS-PST-SALDO-ANTERIOR(WS-IDX-PST)
               IF WS-DELTA-CALCULADO NOT = WS-PST-DELTA(WS-IDX-PST)
                   OR WS-DIFERENCIA-SALDO NOT =
                       WS-PST-DELTA(WS-IDX-PST)
                   MOVE "N" TO WS-CONVERSION-CUADRA
               END-IF
           END-IF.

      *    El posteo que dio de alta la cuenta se deshace eliminando
      *    el registro: así el reinicio la vuelve a crear al vuelo
      *    igual que la primera vez. Los demás reponen el saldo
           DISPLAY "Líneas del diario leídas: " WS-JRN-LEIDOS.
           DISPLAY "Posteos confirmados por el checkpoint: "
               WS-JRN-CONFIRMADOS.
           IF WS-JRN-YA-REVERTIDOS > 0
               DISPLAY "Posteos revertidos por una corrida anterior: "
                   WS-JRN-YA-REVERTIDOS
           END-IF.
           DISPLAY "Posteos a revertir: " WS-POSTEOS-USADOS.
           DISPLAY "Posteos revertidos: " WS-REVERTIDOS
               " (altas eliminadas: " WS-ALTAS-ELIMINADAS ")".
               END-IF
           END-IF.

      *    Fecha de negocio del archivo de control, para el
      *    registro de corridas; sin el archivo montado se usa la
      *    fecha del sistema con aviso, como hace CALCULADORA.
           LEER-FECHA-PROCESO.
           OPEN INPUT ARCHIVO-FECHAPROC.
           IF WS-ESTADO-FECHAPROC = "00"
               READ ARCHIVO-FECHAPROC
                   AT END CONTINUE
               END-READ
               IF WS-ESTADO-FECHAPROC = "00"
                   AND FPR-FECHA IS NUMERIC
                   MOVE FPR-FECHA TO WS-FECHA-NEGOCIO
               END-IF
               CLOSE ARCHIVO-FECHAPROC
           END-IF.
           IF WS-FECHA-NEGOCIO = 0
               DISPLAY "Aviso! Sin archivo de control de fecha de "
                   "proceso; se usa la fecha del sistema"
               MOVE WS-CORRIDA-INICIO(1:8) TO WS-FECHA-NEGOCIO
           END-IF.

      *    Una línea en el registro de corridas con el código de
      *    retorno ya definitivo y los contadores de la corrida,
      *    para la lista de control del día; si el registro no
      *    se puede abrir se avisa y el código de retorno no
      *    cambia.
           GRABAR-CORRIDA.
           OPEN EXTEND ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS NOT = "00"
               OPEN OUTPUT ARCHIVO-CORRIDAS
           END-IF.
           IF WS-ESTADO-CORRIDAS NOT = "00"
               DISPLAY "Aviso! No se pudo grabar el registro de "
                   "corridas (estado " WS-ESTADO-CORRIDAS ")"
           ELSE
               MOVE SPACES TO COR-REGISTRO
               MOVE "CTABACK" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-JRN-LEIDOS TO COR-LEIDOS
               MOVE WS-POSTEOS-USADOS TO COR-ACEPTADOS
               MOVE WS-ERRORES TO COR-RECHAZADOS
               MOVE WS-REVERTIDOS TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM CTABACK.
