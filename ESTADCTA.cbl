      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estados de cuenta por periodo sobre el histórico de
      *          movimientos (KSDS de MOVHIST, trazado de MOVREG) que
      *          HISTMOV carga con cada diario de posteos cerrado. Para
      *          el rango de fechas de negocio del PARM recorre el
      *          maestro de CUENTAS y saca un estado por cada cuenta,
      *          tenga o no movimientos en el periodo: saldo
      *          inicial, cada movimiento (transacción, operación,
      *          importe y saldo después), saldo final y la prueba de
      *          que el saldo que deja el histórico es el CTA-SALDO que
      *          hoy tiene el maestro de CUENTAS. Un salto entre el
      *          saldo después de un movimiento y el saldo antes del
      *          siguiente (una orden M de CUENTMNT, una reversión)
      *          sale como línea de AJUSTE para que el estado sume.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: per-account statements for a
      *            business date range (PARM 'aaaammdd aaaammdd' and
      *            optional account) with opening and closing balance,
      *            out-of-journal adjustment lines and the tie-out of
      *            the history against today's CUENTAS balance (RC=4
      *            when an account does not tie).
      * 2026-10-15 Append a run record (CORREG layout) with the final
      *            return code and key counts to the CORRIDAS run
      *            registry at termination.
      * 2026-10-15 The run is driven by the CUENTAS master: every
      *            account gets a statement, and one without movements
      *            in the period shows opening = closing balance and is
      *            still tied out against CTA-SALDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ESTADCTA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales.
       FILE-CONTROL.
           SELECT ARCHIVO-MOVHIST ASSIGN TO MOVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS WS-ESTADO-MOVHIST.
           SELECT ARCHIVO-CUENTAS ASSIGN TO CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-REPORTE ASSIGN TO ESTADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ARCHIVO-MOVHIST.
       COPY MOVREG.

       FD  ARCHIVO-CUENTAS.
       COPY CTAREG.

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA PIC X(80).

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-MOVHIST PIC X(2) VALUE SPACES.
           88 FIN-MOVHIST VALUE "10".
       01 WS-ESTADO-CUENTAS PIC X(2) VALUE SPACES.
           88 FIN-CUENTAS VALUE "10".
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.
       01 WS-CUENTAS-ABIERTO PIC X VALUE "N".
           88 CUENTAS-ABIERTO VALUE "S".
       01 WS-MOVHIST-ABIERTO PIC X VALUE "N".
           88 MOVHIST-ABIERTO VALUE "S".

       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-ACTUAL PIC X(21).
       01 WS-FECHA-TEXTO PIC X(8).
       01 WS-FECHA-FORMATO PIC X(10).
       01 WS-FECHA-NEGOCIO-FMT PIC X(10).

      * Periodo por PARM ('aaaammdd aaaammdd', y opcionalmente una
      * cuenta para sacar un solo estado); sin PARM o con fechas
      * ilegibles se toma del primero del mes de la fecha de negocio
      * hasta la fecha de negocio.
       01 WS-PARM-ENTRADA PIC X(40).
       01 WS-PARM-DESDE PIC X(8).
       01 WS-PARM-HASTA PIC X(8).
       01 WS-PARM-CUENTA PIC X(8).
       01 WS-FECHA-DESDE PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA PIC 9(8) VALUE 0.
       01 WS-ANIO-MES PIC 9(6) VALUE 0.
       01 WS-DESDE-FMT PIC X(10).
       01 WS-HASTA-FMT PIC X(10).

      * Estado en curso: cuenta, saldos y contadores del periodo. El
      * saldo del histórico es el saldo después del último movimiento
      * de la cuenta, esté o no dentro del periodo, y es el que se
      * compara con el CTA-SALDO que trajo la lectura del maestro. Se
      * guardan también el saldo después del último movimiento
      * anterior al periodo y el saldo antes del primero posterior,
      * de donde sale el saldo inicial de una cuenta sin movimientos
      * en el periodo.
       01 WS-CUENTA-ACTUAL PIC X(8) VALUE SPACES.
       01 WS-ESTADO-ABIERTO PIC X VALUE "N".
           88 ESTADO-ABIERTO VALUE "S".
       01 WS-HAY-HISTORIA PIC X VALUE "N".
           88 HAY-HISTORIA VALUE "S".
       01 WS-HAY-PREVIO PIC X VALUE "N".
           88 HAY-PREVIO VALUE "S".
       01 WS-HAY-POSTERIORES PIC X VALUE "N".
           88 HAY-POSTERIORES VALUE "S".
       01 WS-SALDO-MAESTRO PIC S9(11)V9(4) VALUE 0.
       01 WS-SALDO-PREVIO PIC S9(11)V9(4) VALUE 0.
       01 WS-SALDO-POSTERIOR PIC S9(11)V9(4) VALUE 0.
       01 WS-SALDO-INICIAL PIC S9(11)V9(4) VALUE 0.
       01 WS-SALDO-CORRIENTE PIC S9(11)V9(4) VALUE 0.
       01 WS-SALDO-HISTORICO PIC S9(11)V9(4) VALUE 0.
       01 WS-AJUSTE PIC S9(11)V9(4) VALUE 0.
       01 WS-DIFERENCIA PIC S9(11)V9(4) VALUE 0.
       01 WS-EST-MOVIMIENTOS PIC 9(7) VALUE 0.
       01 WS-EST-AJUSTES PIC 9(7) VALUE 0.
       01 WS-EST-TOTAL PIC S9(11)V9(4) VALUE 0.

       01 WS-CUENTAS-LEIDAS PIC 9(7) VALUE 0.
       01 WS-MOV-LEIDOS PIC 9(9) VALUE 0.
       01 WS-MOV-EN-PERIODO PIC 9(9) VALUE 0.
       01 WS-ESTADOS-EMITIDOS PIC 9(7) VALUE 0.
       01 WS-ESTADOS-CUADRADOS PIC 9(7) VALUE 0.
       01 WS-ESTADOS-DESCUADRADOS PIC 9(7) VALUE 0.
       01 WS-ESTADOS-SIN-HISTORIA PIC 9(7) VALUE 0.

       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.

       01 RE-ENCABEZADO-1 PIC X(80) VALUE
           "CALCULADORA CORP. - ESTADO DE CUENTA".
       01 RE-ENCABEZADO-2.
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 RE2-FECHA PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-CUENTA-LINEA.
           05 FILLER PIC X(8) VALUE "Cuenta: ".
           05 RCL-CUENTA PIC X(8).
           05 FILLER PIC X(12) VALUE "   Periodo: ".
           05 RCL-DESDE PIC X(10).
           05 FILLER PIC X(4) VALUE " al ".
           05 RCL-HASTA PIC X(10).
       01 RE-SALDO-LINEA.
           05 RSL-TEXTO PIC X(49).
           05 RSL-IMPORTE PIC -ZZZZZZZZZZ9.9999.
       01 RE-MOV-TITULO.
           05 FILLER PIC X(11) VALUE "FECHA".
           05 FILLER PIC X(11) VALUE "TRANSACCION".
           05 FILLER PIC X(9) VALUE "OPER".
           05 FILLER PIC X(17) VALUE "          IMPORTE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(17) VALUE "            SALDO".
       01 RE-MOV-DETALLE.
           05 RMD-FECHA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RMD-TRANSACCION PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMD-OPERACION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RMD-IMPORTE PIC -ZZZZZZZZZZ9.9999.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RMD-SALDO PIC -ZZZZZZZZZZ9.9999.
       01 RE-CUADRE-LINEA.
           05 FILLER PIC X(18) VALUE "Saldo en maestro: ".
           05 RCU-SALDO PIC -ZZZZZZZZZZ9.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCU-SITUACION PIC X(40).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM FIJAR-PERIODO.
           PERFORM ABRIR-ARCHIVOS.
           IF WS-CODIGO-RETORNO = 0
               PERFORM POSICIONAR-MAESTRO
               PERFORM UNTIL FIN-CUENTAS
                   PERFORM TRATAR-CUENTA
                   PERFORM LEER-CUENTA
               END-PERFORM
               IF WS-ESTADOS-EMITIDOS = 0
                   PERFORM INFORMAR-SIN-CUENTAS
               END-IF
           END-IF.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM FIN-PROGRAMA.

      *    Sin archivo de control se usa la fecha del sistema con
      *    aviso, como hace CALCULADORA.
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
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-TEXTO
               MOVE WS-FECHA-TEXTO TO WS-FECHA-NEGOCIO
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TEXTO.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-FORMATO TO WS-FECHA-NEGOCIO-FMT.

           FIJAR-PERIODO.
           DIVIDE WS-FECHA-NEGOCIO BY 100 GIVING WS-ANIO-MES.
           COMPUTE WS-FECHA-DESDE = WS-ANIO-MES * 100 + 1.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HASTA.
           ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "CALC_PARM".
           MOVE SPACES TO WS-PARM-DESDE WS-PARM-HASTA WS-PARM-CUENTA.
           UNSTRING WS-PARM-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-PARM-DESDE WS-PARM-HASTA WS-PARM-CUENTA.
           IF WS-PARM-DESDE NOT = SPACES
               IF WS-PARM-DESDE IS NUMERIC
                   AND WS-PARM-HASTA IS NUMERIC
                   AND WS-PARM-DESDE <= WS-PARM-HASTA
                   MOVE WS-PARM-DESDE TO WS-FECHA-DESDE
                   MOVE WS-PARM-HASTA TO WS-FECHA-HASTA
               ELSE
                   DISPLAY "Aviso! Periodo del PARM no válido; se "
                       "usa el mes en curso hasta la fecha de negocio"
               END-IF
           END-IF.
           MOVE WS-FECHA-DESDE TO WS-FECHA-TEXTO.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-FORMATO TO WS-DESDE-FMT.
           MOVE WS-FECHA-HASTA TO WS-FECHA-TEXTO.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-FORMATO TO WS-HASTA-FMT.
           DISPLAY "Estados de cuenta del " WS-DESDE-FMT " al "
               WS-HASTA-FMT.
           IF WS-PARM-CUENTA NOT = SPACES
               DISPLAY "Solo la cuenta " WS-PARM-CUENTA
           END-IF.

           ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-MOVHIST.
           IF WS-ESTADO-MOVHIST = "00"
               SET MOVHIST-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el histórico de "
                   "movimientos (estado " WS-ESTADO-MOVHIST ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS = "00"
               SET CUENTAS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el maestro de cuentas "
                   "(estado " WS-ESTADO-CUENTAS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "Error! No se pudo abrir el archivo de estados "
                   "(estado " WS-ESTADO-REPORTE ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.

      *    El maestro se recorre en orden de cuenta y cada cuenta
      *    saca su estado. Con una cuenta en el PARM se posiciona
      *    directamente en ella y se termina al pasarla.
           POSICIONAR-MAESTRO.
           MOVE LOW-VALUES TO CTA-CODIGO.
           IF WS-PARM-CUENTA NOT = SPACES
               MOVE WS-PARM-CUENTA TO CTA-CODIGO
           END-IF.
           START ARCHIVO-CUENTAS KEY >= CTA-CODIGO
               INVALID KEY
                   SET FIN-CUENTAS TO TRUE
           END-START.
           IF NOT FIN-CUENTAS
               PERFORM LEER-CUENTA
           END-IF.

           LEER-CUENTA.
           READ ARCHIVO-CUENTAS NEXT RECORD
               AT END SET FIN-CUENTAS TO TRUE
           END-READ.
           IF NOT FIN-CUENTAS
               AND WS-PARM-CUENTA NOT = SPACES
               AND CTA-CODIGO NOT = WS-PARM-CUENTA
               SET FIN-CUENTAS TO TRUE
           END-IF.

      *    La clave del histórico empieza por la cuenta, así que sus
      *    movimientos se leen posicionando en la cuenta y, dentro de
      *    ella, salen en orden de fecha, corrida y transacción.
           TRATAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS.
           MOVE CTA-CODIGO TO WS-CUENTA-ACTUAL.
           MOVE CTA-SALDO TO WS-SALDO-MAESTRO.
           MOVE "N" TO WS-HAY-HISTORIA.
           MOVE "N" TO WS-HAY-PREVIO.
           MOVE "N" TO WS-HAY-POSTERIORES.
           MOVE 0 TO WS-SALDO-HISTORICO.
           MOVE LOW-VALUES TO MOV-CLAVE.
           MOVE WS-CUENTA-ACTUAL TO MOV-CUENTA.
           START ARCHIVO-MOVHIST KEY >= MOV-CLAVE
               INVALID KEY
                   SET FIN-MOVHIST TO TRUE
           END-START.
           IF NOT FIN-MOVHIST
               PERFORM LEER-MOVIMIENTO
           END-IF.
           PERFORM UNTIL FIN-MOVHIST
               PERFORM TRATAR-MOVIMIENTO
               PERFORM LEER-MOVIMIENTO
           END-PERFORM.
           PERFORM CERRAR-ESTADO.

           LEER-MOVIMIENTO.
           READ ARCHIVO-MOVHIST NEXT RECORD
               AT END SET FIN-MOVHIST TO TRUE
           END-READ.
           IF NOT FIN-MOVHIST
               AND MOV-CUENTA NOT = WS-CUENTA-ACTUAL
               SET FIN-MOVHIST TO TRUE
           END-IF.

           TRATAR-MOVIMIENTO.
           ADD 1 TO WS-MOV-LEIDOS.
           SET HAY-HISTORIA TO TRUE.
           EVALUATE TRUE
               WHEN MOV-FECHA-NEGOCIO < WS-FECHA-DESDE
                   SET HAY-PREVIO TO TRUE
                   MOVE MOV-SALDO-NUEVO TO WS-SALDO-PREVIO
               WHEN MOV-FECHA-NEGOCIO > WS-FECHA-HASTA
                   IF NOT HAY-POSTERIORES
                       MOVE MOV-SALDO-ANTERIOR TO WS-SALDO-POSTERIOR
                   END-IF
                   SET HAY-POSTERIORES TO TRUE
               WHEN OTHER
                   PERFORM ESCRIBIR-MOVIMIENTO
           END-EVALUATE.
           MOVE MOV-SALDO-NUEVO TO WS-SALDO-HISTORICO.

      *    El saldo inicial es el que dejó el último movimiento
      *    anterior al periodo. Una cuenta sin historia previa arranca
      *    del saldo antes de su primer movimiento del periodo o, si
      *    no tiene ninguno, de antes del primero posterior; sin
      *    ningún movimiento en el histórico, del saldo del maestro.
           ABRIR-ESTADO.
           EVALUATE TRUE
               WHEN HAY-PREVIO
                   MOVE WS-SALDO-PREVIO TO WS-SALDO-INICIAL
               WHEN HAY-POSTERIORES
                   MOVE WS-SALDO-POSTERIOR TO WS-SALDO-INICIAL
               WHEN NOT HAY-HISTORIA
                   MOVE WS-SALDO-MAESTRO TO WS-SALDO-INICIAL
               WHEN OTHER
                   MOVE MOV-SALDO-ANTERIOR TO WS-SALDO-INICIAL
           END-EVALUATE.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRIENTE.
           MOVE 0 TO WS-EST-MOVIMIENTOS.
           MOVE 0 TO WS-EST-AJUSTES.
           MOVE 0 TO WS-EST-TOTAL.
           SET ESTADO-ABIERTO TO TRUE.
           ADD 1 TO WS-ESTADOS-EMITIDOS.
           IF WS-LINEAS-PAGINA > 0
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.
           PERFORM ESCRIBIR-CABECERA-ESTADO.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE SPACES TO RE-SALDO-LINEA.
           MOVE "Saldo inicial" TO RSL-TEXTO.
           MOVE WS-SALDO-INICIAL TO RSL-IMPORTE.
           MOVE RE-SALDO-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           ESCRIBIR-CABECERA-ESTADO.
           MOVE WS-CUENTA-ACTUAL TO RCL-CUENTA.
           MOVE WS-DESDE-FMT TO RCL-DESDE.
           MOVE WS-HASTA-FMT TO RCL-HASTA.
           MOVE RE-CUENTA-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-MOV-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 2 TO WS-LINEAS-PAGINA.

      *    Cada movimiento del periodo; si el saldo antes del posteo no
      *    es el que dejó el movimiento anterior, algo fuera del lote
      *    tocó la cuenta entre medias y la diferencia sale como
      *    AJUSTE antes del movimiento.
           ESCRIBIR-MOVIMIENTO.
           IF NOT ESTADO-ABIERTO
               PERFORM ABRIR-ESTADO
           END-IF.
           ADD 1 TO WS-MOV-EN-PERIODO.
           MOVE MOV-FECHA-NEGOCIO TO WS-FECHA-TEXTO.
           PERFORM FORMATEAR-FECHA.
           IF MOV-SALDO-ANTERIOR NOT = WS-SALDO-CORRIENTE
               COMPUTE WS-AJUSTE =
                   MOV-SALDO-ANTERIOR - WS-SALDO-CORRIENTE
               ADD 1 TO WS-EST-AJUSTES
               MOVE SPACES TO RE-MOV-DETALLE
               MOVE WS-FECHA-FORMATO TO RMD-FECHA
               MOVE "AJUSTE" TO RMD-OPERACION
               MOVE WS-AJUSTE TO RMD-IMPORTE
               MOVE MOV-SALDO-ANTERIOR TO RMD-SALDO
               PERFORM ESCRIBIR-LINEA-CHK
               MOVE RE-MOV-DETALLE TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           MOVE SPACES TO RE-MOV-DETALLE.
           MOVE WS-FECHA-FORMATO TO RMD-FECHA.
           MOVE MOV-TRANSACCION TO RMD-TRANSACCION.
           MOVE MOV-OPERACION TO RMD-OPERACION.
           MOVE MOV-DELTA TO RMD-IMPORTE.
           MOVE MOV-SALDO-NUEVO TO RMD-SALDO.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE RE-MOV-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.
           ADD 1 TO WS-EST-MOVIMIENTOS.
           ADD MOV-DELTA TO WS-EST-TOTAL.
           MOVE MOV-SALDO-NUEVO TO WS-SALDO-CORRIENTE.

      *    Cierre del estado y prueba contra el maestro: el saldo que
      *    deja el histórico tiene que ser el CTA-SALDO de hoy. Si la
      *    cuenta tuvo movimientos después del periodo, la prueba se
      *    hace con el saldo después del último de ellos. Una cuenta
      *    sin movimientos en el periodo abre aquí su estado, con el
      *    saldo final igual al inicial.
           CERRAR-ESTADO.
           IF NOT ESTADO-ABIERTO
               PERFORM ABRIR-ESTADO
           END-IF.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE SPACES TO RE-SALDO-LINEA.
           MOVE "Saldo final" TO RSL-TEXTO.
           MOVE WS-SALDO-CORRIENTE TO RSL-IMPORTE.
           MOVE RE-SALDO-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE SPACES TO RE-SALDO-LINEA.
           STRING "Movimientos del periodo: " WS-EST-MOVIMIENTOS
               "  Importe neto" DELIMITED BY SIZE INTO RSL-TEXTO.
           MOVE WS-EST-TOTAL TO RSL-IMPORTE.
           MOVE RE-SALDO-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CUADRAR-CON-MAESTRO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.
           MOVE "N" TO WS-ESTADO-ABIERTO.

      *    Sin ningún movimiento en el histórico no hay nada contra
      *    qué probar: el saldo lo puso el alta o el mantenimiento y
      *    la línea lo dice en lugar de dar por buena la cuenta.
           CUADRAR-CON-MAESTRO.
           MOVE SPACES TO RE-CUADRE-LINEA.
           MOVE WS-SALDO-MAESTRO TO RCU-SALDO.
           IF NOT HAY-HISTORIA
               MOVE "SIN MOVIMIENTOS EN EL HISTORICO"
                   TO RCU-SITUACION
               ADD 1 TO WS-ESTADOS-SIN-HISTORIA
           ELSE
               IF WS-SALDO-MAESTRO = WS-SALDO-HISTORICO
                   IF HAY-POSTERIORES
                       MOVE "CUADRA (con movimientos posteriores)"
                           TO RCU-SITUACION
                   ELSE
                       MOVE "CUADRA" TO RCU-SITUACION
                   END-IF
                   ADD 1 TO WS-ESTADOS-CUADRADOS
               ELSE
                   COMPUTE WS-DIFERENCIA =
                       WS-SALDO-MAESTRO - WS-SALDO-HISTORICO
                   MOVE "DESCUADRE contra el histórico"
                       TO RCU-SITUACION
                   ADD 1 TO WS-ESTADOS-DESCUADRADOS
                   DISPLAY "Aviso! La cuenta " WS-CUENTA-ACTUAL
                       " no cuadra con el histórico: diferencia "
                       WS-DIFERENCIA
               END-IF
           END-IF.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE RE-CUADRE-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           ESCRIBIR-ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE RE-ENCABEZADO-1 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-FECHA-NEGOCIO-FMT TO RE2-FECHA.
           MOVE WS-NUMERO-PAGINA TO RE2-PAGINA.
           MOVE RE-ENCABEZADO-2 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 0 TO WS-LINEAS-PAGINA.

      *    Un estado que no cabe en la página sigue en la siguiente
      *    con su cabecera de cuenta repetida.
           ESCRIBIR-LINEA-CHK.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               IF ESTADO-ABIERTO
                   PERFORM ESCRIBIR-CABECERA-ESTADO
               END-IF
           END-IF.

      *    Un maestro vacío no es un error del estado de cuenta; una
      *    cuenta pedida por PARM que no está en el maestro sí deja
      *    RC=4, porque el estado que se pidió no sale.
           INFORMAR-SIN-CUENTAS.
           PERFORM ESCRIBIR-LINEA-CHK.
           IF WS-PARM-CUENTA NOT = SPACES
               MOVE SPACES TO REPORTE-LINEA
               STRING "La cuenta " WS-PARM-CUENTA
                   " no está en CUENTAS" DELIMITED BY SIZE
                   INTO REPORTE-LINEA
               DISPLAY "Aviso! La cuenta " WS-PARM-CUENTA
                   " no está en el maestro de cuentas"
               MOVE 4 TO WS-CODIGO-RETORNO
           ELSE
               MOVE "Sin cuentas en el maestro" TO REPORTE-LINEA
           END-IF.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-FORMATO.
           STRING WS-FECHA-TEXTO(7:2) "/" WS-FECHA-TEXTO(5:2) "/"
               WS-FECHA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATO.

           MOSTRAR-RESUMEN.
           DISPLAY "===== Estados de cuenta =====".
           DISPLAY "Cuentas leídas del maestro: " WS-CUENTAS-LEIDAS.
           DISPLAY "Movimientos leídos del histórico: " WS-MOV-LEIDOS.
           DISPLAY "Movimientos en el periodo: " WS-MOV-EN-PERIODO.
           DISPLAY "Estados emitidos: " WS-ESTADOS-EMITIDOS.
           DISPLAY "Cuadrados con el maestro: " WS-ESTADOS-CUADRADOS.
           IF WS-ESTADOS-SIN-HISTORIA > 0
               DISPLAY "Sin movimientos en el histórico: "
                   WS-ESTADOS-SIN-HISTORIA
           END-IF.
           IF WS-ESTADOS-DESCUADRADOS > 0
               DISPLAY "Descuadrados con el maestro: "
                   WS-ESTADOS-DESCUADRADOS
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
               MOVE "ESTADCTA" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-MOV-LEIDOS TO COR-LEIDOS
               MOVE WS-ESTADOS-EMITIDOS TO COR-ACEPTADOS
               MOVE WS-ESTADOS-DESCUADRADOS TO COR-RECHAZADOS
               MOVE 0 TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

      *    Una cuenta cuyo histórico no lleva al saldo del maestro deja
      *    RC=4 para que alguien mire qué la movió fuera del lote.
           FIN-PROGRAMA.
               IF WS-CODIGO-RETORNO = 0
                   AND WS-ESTADOS-DESCUADRADOS > 0
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF WS-ESTADO-REPORTE = "00"
                   CLOSE ARCHIVO-REPORTE
               END-IF.
               IF CUENTAS-ABIERTO
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF MOVHIST-ABIERTO
                   CLOSE ARCHIVO-MOVHIST
               END-IF.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM ESTADCTA.
