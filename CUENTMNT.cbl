      *          el registro de mantenimiento de MANTLOG con operador
      *          y marca de tiempo, para poder responder quién tocó
      *          qué cuenta cuando llegan las disputas de facturación.
      *          Las órdenes que cambian saldo, contadores o estado
      *          (M, B, R y el alta con saldo o contador inicial) no
      *          van al maestro: quedan pendientes en MANTPEND hasta
      *          que otro operador les da el visto bueno (V) o las
      *          deniega (D) por su referencia, y vencen si pasan más
      *          días hábiles que el plazo sin resolverse.
      * Tectonics: cobc
      * Modification History:
      * 2026-09-02 Initial version: maintenance functions over the
      *            with activity on the open FECHAPRC date, and a
      *            MANTRPT operator report in the usual page-break
      *            style.
      * 2026-10-15 Append a run record (CORREG layout) with the final
      *            return code and key counts to the CORRIDAS run
      *            registry at termination.
      * 2026-10-15 Maker/checker control: M, B, R and A orders with an
      *            opening saldo or counter are held in the MANTPEND
      *            pending file and applied only on a V order from a
      *            different operator; D declines, self-approvals are
      *            rejected and items left pending longer than the
      *            PARM business-day limit (FERIADOS-aware) expire.
      *            Order layout moved to the MNTREG copybook; MANTLOG
      *            and MANTRPT now carry reference, approver and
      *            timestamps.
      * 2026-10-15 Account currency: an A order may carry MNT-MONEDA
      *            (blank = house currency), validated to three letters
      *            (MONINVAL) and kept across the pending file; any
      *            other order naming a currency is rejected with
      *            MONCAMB. MANTRPT account lines show the currency.
      * 2026-10-15 MANTLOG record layout moved to the MLGREG copybook
      *            shared with CUADRCTA.
      * 2026-10-15 Pending-order numbering starts from the highest
      *            MANTPEND reference of the business date, read
      *            forward from the first key of the date, whether or
      *            not MANTLOG opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales. CUENTAS se
      * abre en acceso dinámico: las órdenes van por clave y el
      * listado recorre el maestro en secuencia de clave. El KSDS de
      * pendientes también: el visto bueno lo busca por referencia y
      * el vencimiento lo recorre entero al empezar.
       FILE-CONTROL.
           SELECT ARCHIVO-ORDENES ASSIGN TO MANTCTA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT ARCHIVO-PENDIENTES ASSIGN TO MANTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-REFERENCIA
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-FERIADOS ASSIGN TO FERIADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FERIADOS.
           SELECT ARCHIVO-MANTLOG ASSIGN TO MANTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MANTLOG.
           SELECT ARCHIVO-REPORTE ASSIGN TO MANTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Órdenes de operador: una por registro (trazado de MNTREG).
       FD  ARCHIVO-ORDENES.
       COPY MNTREG.

       FD  ARCHIVO-CUENTAS.
       COPY CTAREG.

       FD  ARCHIVO-PENDIENTES.
       COPY PENREG.

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

      * Calendario de feriados de FECHAVAN: el plazo de aprobación se
      * cuenta en días hábiles.
       FD  ARCHIVO-FERIADOS.
       01  FER-REGISTRO.
           05 FER-FECHA PIC 9(8).

      * Rastro de mantenimiento: imagen antes/después de cada orden
      * aplicada o rechazada, con operador, acción y marca de tiempo.
      * Se abre en EXTEND como el AUDITLOG: el archivo es la evidencia
      * de los cambios manuales al maestro y nunca se pisa. Al final
      * van la referencia de la orden pendiente, el operador que la
      * aprobó o denegó y la marca de tiempo de la propuesta; la
      * marca de la cabecera es la del momento del cambio.
       FD  ARCHIVO-MANTLOG.
       COPY MLGREG.

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA PIC X(80).

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ORDENES PIC X(2) VALUE SPACES.
           88 FIN-ORDENES VALUE "10".
       01 WS-ESTADO-CUENTAS PIC X(2) VALUE SPACES.
           88 FIN-CUENTAS VALUE "10".
       01 WS-ESTADO-PENDIENTES PIC X(2) VALUE SPACES.
           88 FIN-PENDIENTES VALUE "10".
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FERIADOS PIC X(2) VALUE SPACES.
           88 FIN-FERIADOS VALUE "10".
       01 WS-ESTADO-MANTLOG PIC X(2) VALUE SPACES.
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.

       01 WS-CUENTAS-ABIERTO PIC X VALUE "N".
           88 CUENTAS-ABIERTO VALUE "S".
       01 WS-PENDIENTES-ABIERTO PIC X VALUE "N".
           88 PENDIENTES-ABIERTO VALUE "S".
       01 WS-ORDENES-LEIDAS PIC 9(6) VALUE 0.
       01 WS-ORDENES-APLICADAS PIC 9(6) VALUE 0.
       01 WS-ORDENES-CONSULTA PIC 9(6) VALUE 0.
       01 WS-ORDENES-RECHAZADAS PIC 9(6) VALUE 0.
       01 WS-ORDENES-RETENIDAS PIC 9(6) VALUE 0.
       01 WS-ORDENES-APROBADAS PIC 9(6) VALUE 0.
       01 WS-ORDENES-DENEGADAS PIC 9(6) VALUE 0.
       01 WS-ORDENES-VENCIDAS PIC 9(6) VALUE 0.
       01 WS-CUENTAS-LISTADAS PIC 9(6) VALUE 0.

       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
           88 ORDEN-VALIDA VALUE "S".
       01 WS-CUENTA-EXISTE PIC X VALUE "N".
           88 CUENTA-EXISTE VALUE "S".
      * Orden válida que quedó pendiente de aprobación (no tocó el
      * maestro) y visto bueno denegado (no cuenta como rechazo).
       01 WS-ORDEN-RETENIDA PIC X VALUE "N".
           88 ORDEN-RETENIDA VALUE "S".
       01 WS-ORDEN-DENEGADA PIC X VALUE "N".
           88 ORDEN-DENEGADA VALUE "S".

      * Control de doble firma. El plazo de aprobación en días
      * hábiles llega por PARM (el procedimiento de arranque del sitio
      * lo deja en CALC_PARM); vacío o inválido usa 5 días. Una orden
      * pendiente vence cuando entre su fecha de propuesta y la fecha
      * de negocio hay más días hábiles que el plazo.
       01 WS-PARM-ENTRADA PIC X(40).
       01 WS-PLAZO-APROBACION PIC 9(2) VALUE 5.
       01 WS-PLAZO-MAXIMO PIC 9(2) VALUE 99.
       01 WS-VALOR-NUMERICO PIC S9(6)V99.
       01 WS-SECUENCIA-PENDIENTE PIC 9(4) VALUE 0.
       01 WS-RESOLUTOR PIC X(8) VALUE SPACES.
       01 WS-ACCION-RESOLUCION PIC X VALUE SPACE.
       01 WS-DIAS-HABILES PIC 9(4) VALUE 0.
      * Datos de doble firma que acompañan a la orden en el rastro
      * y en el reporte; en espacios para las órdenes inmediatas.
       01 WS-RASTRO-REFERENCIA PIC X(12) VALUE SPACES.
       01 WS-RASTRO-APROBADOR PIC X(8) VALUE SPACES.
       01 WS-RASTRO-PROPUESTA PIC X(14) VALUE SPACES.

       01 WS-MAX-FERIADOS PIC 9(4) VALUE 200.
       01 WS-FERIADOS-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-FERIADOS.
           05 WS-FERIADO OCCURS 200 PIC 9(8).
       01 WS-FERIADOS-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-ENTERO-FECHA PIC 9(7) VALUE 0.
       01 WS-ENTERO-NEGOCIO PIC 9(7) VALUE 0.
       01 WS-FECHA-DIA PIC 9(8) VALUE 0.
       01 WS-DIA-SEMANA PIC 9 VALUE 0.
       01 WS-ES-HABIL PIC X VALUE "N".
           88 DIA-HABIL VALUE "S".

      * Imagen "antes" de la cuenta, tomada de la lectura previa a la
      * orden; en las altas queda en cero/espacios.

       01 WS-POSICION-ERROR PIC S9(4) COMP.
       01 WS-VALOR-SALDO PIC S9(11)V9(4) VALUE 0.
       01 WS-MONEDA-ORDEN PIC X(3).

       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
      * Órdenes: operador que la propuso, quien la aprobó o denegó,
      * referencia de la pendiente y momento en que se resolvió.
       01 RE-ORDEN-TITULO.
           05 FILLER PIC X(23) VALUE "A  CUENTA    OPERADOR".
           05 FILLER PIC X(20) VALUE "APROBADOR REFERENCIA".
           05 FILLER PIC X(18) VALUE "    RESULTADO HORA".
       01 WS-TITULO-ORDENES PIC X VALUE "N".
           88 TITULO-ORDENES-PUESTO VALUE "S".
       01 RE-ORDEN-DETALLE.
           05 ROD-ACCION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-OPERADOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-APROBADOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-REFERENCIA PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-RESULTADO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-HORA PIC X(14).
       01 RE-CUENTA-TITULO.
           05 FILLER PIC X(56) VALUE
           "CUENTA    ESTADO            SALDO  OPERACIONES ULT.ACTIV".
           05 FILLER PIC X(24) VALUE "MON".
       01 RE-CUENTA-DETALLE.
           05 RCD-CUENTA PIC X(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 RCD-OPERACIONES PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCD-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCD-MONEDA PIC X(3).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM LEER-PARAMETRO.
           PERFORM CARGAR-FERIADOS.
           PERFORM ABRIR-ARCHIVOS.
           IF PENDIENTES-ABIERTO
               PERFORM TOMAR-ULTIMA-SECUENCIA
           END-IF.
           IF CUENTAS-ABIERTO AND PENDIENTES-ABIERTO
               AND WS-ESTADO-MANTLOG = "00"
               PERFORM VENCER-PENDIENTES
           END-IF.
           IF CUENTAS-ABIERTO AND PENDIENTES-ABIERTO
               PERFORM LEER-ORDEN
               PERFORM UNTIL FIN-ORDENES
                   ADD 1 TO WS-ORDENES-LEIDAS
               WS-FECHA-NEGOCIO-TX(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-NEGOCIO-FMT.

           LEER-PARAMETRO.
           MOVE SPACES TO WS-PARM-ENTRADA.
           ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "CALC_PARM".
           IF WS-PARM-ENTRADA NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-PARM-ENTRADA)
                   TO WS-POSICION-ERROR
               IF WS-POSICION-ERROR = 0
                   COMPUTE WS-VALOR-NUMERICO =
                       FUNCTION NUMVAL(WS-PARM-ENTRADA)
                   IF WS-VALOR-NUMERICO >= 1
                       AND WS-VALOR-NUMERICO <= WS-PLAZO-MAXIMO
                       MOVE WS-VALOR-NUMERICO TO WS-PLAZO-APROBACION
                   ELSE
                       DISPLAY "Aviso! Plazo de aprobación fuera de "
                           "rango; se usan " WS-PLAZO-APROBACION
                           " días hábiles"
                   END-IF
               ELSE
                   DISPLAY "Aviso! Plazo de aprobación no numérico; "
                       "se usan " WS-PLAZO-APROBACION " días hábiles"
               END-IF
           END-IF.

           CARGAR-FERIADOS.
           OPEN INPUT ARCHIVO-FERIADOS.
           IF WS-ESTADO-FERIADOS NOT = "00"
               DISPLAY "Aviso! Sin calendario de feriados (estado "
                   WS-ESTADO-FERIADOS "); el plazo de aprobación solo "
                   "salta los fines de semana"
           ELSE
               PERFORM LEER-FERIADO
               PERFORM UNTIL FIN-FERIADOS
                   PERFORM GUARDAR-FERIADO
                   PERFORM LEER-FERIADO
               END-PERFORM
               CLOSE ARCHIVO-FERIADOS
           END-IF.
           IF WS-FERIADOS-SOBRANTES > 0
               DISPLAY "Aviso! El calendario trae "
                   WS-FERIADOS-SOBRANTES " feriados de más; los "
                   "sobrantes no se cargan"
           END-IF.

           LEER-FERIADO.
           READ ARCHIVO-FERIADOS
               AT END SET FIN-FERIADOS TO TRUE
           END-READ.

           GUARDAR-FERIADO.
           IF FER-FECHA IS NUMERIC
               IF WS-FERIADOS-USADOS < WS-MAX-FERIADOS
                   ADD 1 TO WS-FERIADOS-USADOS
                   MOVE FER-FECHA TO WS-FERIADO(WS-FERIADOS-USADOS)
               ELSE
                   ADD 1 TO WS-FERIADOS-SOBRANTES
               END-IF
           ELSE
               DISPLAY "Aviso! Feriado no numérico en el calendario; "
                   "se ignora"
           END-IF.

           ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-ORDENES.
           IF WS-ESTADO-ORDENES NOT = "00"
                   "(estado " WS-ESTADO-CUENTAS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
      *    El archivo de pendientes sí se crea la primera vez, como el
      *    histórico de movimientos. Sin él no hay dónde dejar las
      *    órdenes que necesitan aprobación y no se procesa nada.
           OPEN I-O ARCHIVO-PENDIENTES.
           IF WS-ESTADO-PENDIENTES = "35"
               OPEN OUTPUT ARCHIVO-PENDIENTES
               IF WS-ESTADO-PENDIENTES = "00"
                   CLOSE ARCHIVO-PENDIENTES
                   OPEN I-O ARCHIVO-PENDIENTES
               END-IF
           END-IF.
           IF WS-ESTADO-PENDIENTES = "00"
               SET PENDIENTES-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el archivo de órdenes "
                   "pendientes (estado " WS-ESTADO-PENDIENTES ")"
               MOVE 8 TO WS-CODIGO-RETORNO
               SET FIN-ORDENES TO TRUE
           END-IF.
           OPEN EXTEND ARCHIVO-MANTLOG.
           IF WS-ESTADO-MANTLOG NOT = "00"
               OPEN OUTPUT ARCHIVO-MANTLOG
               AT END SET FIN-ORDENES TO TRUE
           END-READ.

      *    Consultas, listados y altas sin saldo ni contador inicial
      *    se aplican en el acto; las demás órdenes que cambian el
      *    maestro quedan pendientes de aprobación. V y D resuelven
      *    una orden pendiente por su referencia.
           PROCESAR-ORDEN.
           MOVE "S" TO WS-ORDEN-VALIDA.
           MOVE "N" TO WS-ORDEN-RETENIDA.
           MOVE "N" TO WS-ORDEN-DENEGADA.
           MOVE SPACES TO WS-MOTIVO-ORDEN.
           MOVE SPACES TO WS-RASTRO-REFERENCIA WS-RASTRO-APROBADOR
               WS-RASTRO-PROPUESTA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL.
           IF MNT-ACCION = "V" OR MNT-ACCION = "D"
               PERFORM PROCESAR-RESOLUCION
           ELSE
               IF MNT-ACCION NOT = "L"
                   IF MNT-CUENTA = SPACES
                       MOVE "CTAVACIA" TO WS-MOTIVO-ORDEN
                       MOVE "N" TO WS-ORDEN-VALIDA
                   ELSE
                       PERFORM LEER-CUENTA
                   END-IF
               END-IF
               IF ORDEN-VALIDA
                   IF MNT-ACCION = "M" OR MNT-ACCION = "B"
                       OR MNT-ACCION = "R"
                       OR (MNT-ACCION = "A"
                           AND (MNT-SALDO-X NOT = SPACES
                           OR MNT-OPERACIONES-X NOT = SPACES))
                       PERFORM RETENER-ORDEN
                   ELSE
                       PERFORM APLICAR-ORDEN
                   END-IF
               END-IF
           END-IF.
           IF NOT ORDEN-VALIDA
               IF ORDEN-DENEGADA
                   ADD 1 TO WS-ORDENES-DENEGADAS
               ELSE
                   ADD 1 TO WS-ORDENES-RECHAZADAS
                   DISPLAY "Error! Orden " MNT-ACCION " sobre la "
                       "cuenta " MNT-CUENTA " rechazada ("
                       WS-MOTIVO-ORDEN ")"
               END-IF
               PERFORM GRABAR-RASTRO
           END-IF.
           PERFORM ESCRIBIR-DETALLE-ORDEN.

           APLICAR-ORDEN.
           EVALUATE MNT-ACCION
               WHEN "A"
                   PERFORM ORDEN-ALTA
               WHEN "M"
                   PERFORM ORDEN-MODIFICACION
               WHEN "B"
                   PERFORM ORDEN-BAJA
               WHEN "R"
                   PERFORM ORDEN-REACTIVACION
               WHEN "C"
                   PERFORM ORDEN-CONSULTA
               WHEN "L"
                   PERFORM ORDEN-LISTADO
               WHEN OTHER
                   MOVE "ACCINVAL" TO WS-MOTIVO-ORDEN
                   MOVE "N" TO WS-ORDEN-VALIDA
           END-EVALUATE.

      *    La orden retenida se valida contra el maestro de hoy para
      *    no dejar pendiente algo que ya se sabe inaplicable; se
      *    vuelve a validar entera al aprobarla. La baja con actividad
      *    en el día (ACTHOY) solo se mira al aplicarla.
           RETENER-ORDEN.
           IF MNT-ACCION = "A"
               IF CUENTA-EXISTE
                   MOVE "YAEXISTE" TO WS-MOTIVO-ORDEN
                   MOVE "N" TO WS-ORDEN-VALIDA
               END-IF
           ELSE
               IF NOT CUENTA-EXISTE
                   MOVE "NOEXISTE" TO WS-MOTIVO-ORDEN
                   MOVE "N" TO WS-ORDEN-VALIDA
               END-IF
           END-IF.
           IF ORDEN-VALIDA AND MNT-ACCION = "B" AND CTA-INACTIVA
               MOVE "YAINACT" TO WS-MOTIVO-ORDEN
               MOVE "N" TO WS-ORDEN-VALIDA
           END-IF.
           IF ORDEN-VALIDA AND MNT-ACCION = "R"
               AND NOT CTA-INACTIVA
               MOVE "YAACTIVA" TO WS-MOTIVO-ORDEN
               MOVE "N" TO WS-ORDEN-VALIDA
           END-IF.
           IF ORDEN-VALIDA
               AND (MNT-ACCION = "A" OR MNT-ACCION = "M")
               PERFORM APLICAR-VALORES-ORDEN
           END-IF.
           IF ORDEN-VALIDA AND WS-SECUENCIA-PENDIENTE >= 9999
               MOVE "PENDLLEN" TO WS-MOTIVO-ORDEN
               MOVE "N" TO WS-ORDEN-VALIDA
           END-IF.
           IF ORDEN-VALIDA
               ADD 1 TO WS-SECUENCIA-PENDIENTE
               MOVE SPACES TO PEN-REGISTRO
               MOVE WS-FECHA-NEGOCIO TO PEN-REF-FECHA
               MOVE WS-SECUENCIA-PENDIENTE TO PEN-REF-SECUENCIA
               SET PEN-PENDIENTE TO TRUE
               MOVE MNT-ACCION TO PEN-ACCION
               MOVE MNT-CUENTA TO PEN-CUENTA
               MOVE MNT-OPERADOR TO PEN-OPERADOR
               MOVE MNT-SALDO-X TO PEN-SALDO-X
               MOVE MNT-OPERACIONES-X TO PEN-OPERACIONES-X
               MOVE MNT-FECHA-X TO PEN-FECHA-X
               MOVE MNT-MONEDA TO PEN-MONEDA
               MOVE WS-FECHA-ACTUAL(1:14) TO PEN-PROPUESTA-TS
               MOVE 0 TO PEN-RESOLUCION-FECHA
               WRITE PEN-REGISTRO
                   INVALID KEY
                       MOVE "ESTADOIO" TO WS-MOTIVO-ORDEN
                       MOVE "N" TO WS-ORDEN-VALIDA
               END-WRITE
           END-IF.
           IF ORDEN-VALIDA
               SET ORDEN-RETENIDA TO TRUE
               ADD 1 TO WS-ORDENES-RETENIDAS
               MOVE "PENDIENT" TO WS-MOTIVO-ORDEN
               MOVE PEN-REFERENCIA TO WS-RASTRO-REFERENCIA
               MOVE PEN-PROPUESTA-TS TO WS-RASTRO-PROPUESTA
               DISPLAY "Orden " MNT-ACCION " sobre la cuenta "
                   MNT-CUENTA " pendiente de aprobación (referencia "
                   PEN-REFERENCIA ")"
               PERFORM GRABAR-RASTRO
           END-IF.

      *    Visto bueno (V) o denegación (D) de una orden pendiente.
      *    La orden se recupera tal como la propuso su operador y, con
      *    el visto bueno de otro operador, se aplica por el mismo
      *    camino que las órdenes inmediatas; el visto bueno del mismo
      *    operador que la propuso la rechaza con AUTOAPRO. Quien la
      *    propuso sí puede denegarla (retirarla).
           PROCESAR-RESOLUCION.
           MOVE MNT-OPERADOR TO WS-RESOLUTOR.
           MOVE MNT-ACCION TO WS-ACCION-RESOLUCION.
           MOVE MNT-REFERENCIA TO WS-RASTRO-REFERENCIA.
           IF WS-RESOLUTOR = SPACES
               MOVE "OPEVACIO" TO WS-MOTIVO-ORDEN
               MOVE "N" TO WS-ORDEN-VALIDA
           END-IF.
           IF ORDEN-VALIDA AND MNT-REFERENCIA IS NOT NUMERIC
               MOVE "REFINVAL" TO WS-MOTIVO-ORDEN
               MOVE "N" TO WS-ORDEN-VALIDA
           END-IF.
           IF ORDEN-VALIDA
               MOVE MNT-REFERENCIA TO PEN-REFERENCIA
               READ ARCHIVO-PENDIENTES
                   INVALID KEY
                       MOVE "REFNOEXI" TO WS-MOTIVO-ORDEN
                       MOVE "N" TO WS-ORDEN-VALIDA
               END-READ
           END-IF.
           IF ORDEN-VALIDA AND NOT PEN-PENDIENTE
               MOVE "YARESUEL" TO WS-MOTIVO-ORDEN
               MOVE "N" TO WS-ORDEN-VALIDA
           END-IF.
           IF ORDEN-VALIDA AND MNT-CUENTA NOT = SPACES
               AND MNT-CUENTA NOT = PEN-CUENTA
               MOVE "CTADIFER" TO WS-MOTIVO-ORDEN
               MOVE "N" TO WS-ORDEN-VALIDA
           END-IF.
           IF ORDEN-VALIDA
               MOVE PEN-ORDEN TO MNT-REGISTRO
               MOVE WS-RASTRO-REFERENCIA TO MNT-REFERENCIA
               MOVE PEN-MONEDA TO MNT-MONEDA
               MOVE WS-RESOLUTOR TO WS-RASTRO-APROBADOR
               MOVE PEN-PROPUESTA-TS TO WS-RASTRO-PROPUESTA
               PERFORM LEER-CUENTA
               EVALUATE TRUE
                   WHEN WS-ACCION-RESOLUCION = "D"
                       MOVE "DENEGADA" TO WS-MOTIVO-ORDEN
                       MOVE "N" TO WS-ORDEN-VALIDA
                       SET ORDEN-DENEGADA TO TRUE
                   WHEN WS-RESOLUTOR = MNT-OPERADOR
                       MOVE "AUTOAPRO" TO WS-MOTIVO-ORDEN
                       MOVE "N" TO WS-ORDEN-VALIDA
                   WHEN OTHER
                       PERFORM APLICAR-ORDEN
               END-EVALUATE
               PERFORM CERRAR-PENDIENTE
           END-IF.

           CERRAR-PENDIENTE.
           MOVE WS-RESOLUTOR TO PEN-APROBADOR.
           MOVE WS-FECHA-ACTUAL(1:14) TO PEN-RESOLUCION-TS.
           MOVE WS-FECHA-NEGOCIO TO PEN-RESOLUCION-FECHA.
           EVALUATE TRUE
               WHEN ORDEN-VALIDA
                   SET PEN-APLICADA TO TRUE
                   MOVE "OK" TO PEN-RESULTADO
                   ADD 1 TO WS-ORDENES-APROBADAS
               WHEN ORDEN-DENEGADA
                   SET PEN-DENEGADA TO TRUE
                   MOVE WS-MOTIVO-ORDEN TO PEN-RESULTADO
               WHEN OTHER
                   SET PEN-RECHAZADA TO TRUE
                   MOVE WS-MOTIVO-ORDEN TO PEN-RESULTADO
           END-EVALUATE.
           REWRITE PEN-REGISTRO
               INVALID KEY
                   DISPLAY "Error! No se pudo cerrar la orden "
                       "pendiente " PEN-REFERENCIA " (estado "
                       WS-ESTADO-PENDIENTES ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
           END-REWRITE.

      *    El correlativo de las órdenes que se retengan en esta
      *    corrida sigue al último usado en la fecha de negocio, y se
      *    toma del propio archivo de pendientes: se posiciona en la
      *    primera clave de la fecha (aaaammdd0000) y se lee hacia
      *    adelante mientras la referencia sea de esa fecha, guardando
      *    el último correlativo visto. Si no hay ninguna clave de la
      *    fecha o posterior, la fecha no tiene pendientes todavía y
      *    se empieza en 1.
           TOMAR-ULTIMA-SECUENCIA.
           MOVE 0 TO WS-SECUENCIA-PENDIENTE.
           MOVE WS-FECHA-NEGOCIO TO PEN-REF-FECHA.
           MOVE 0 TO PEN-REF-SECUENCIA.
           START ARCHIVO-PENDIENTES KEY IS NOT LESS THAN PEN-REFERENCIA
               INVALID KEY
                   MOVE "10" TO WS-ESTADO-PENDIENTES
           END-START.
           IF NOT FIN-PENDIENTES
               PERFORM LEER-PENDIENTE-SIGUIENTE
               PERFORM UNTIL FIN-PENDIENTES
                   OR PEN-REF-FECHA NOT = WS-FECHA-NEGOCIO
                   MOVE PEN-REF-SECUENCIA TO WS-SECUENCIA-PENDIENTE
                   PERFORM LEER-PENDIENTE-SIGUIENTE
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-ESTADO-PENDIENTES.

      *    Al empezar se recorren todas las pendientes: las que pasan
      *    el plazo de aprobación se cierran como vencidas, con su
      *    línea de rastro y de reporte.
           VENCER-PENDIENTES.
           COMPUTE WS-ENTERO-NEGOCIO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           MOVE LOW-VALUES TO PEN-REFERENCIA.
           START ARCHIVO-PENDIENTES KEY >= PEN-REFERENCIA
               INVALID KEY
                   MOVE "10" TO WS-ESTADO-PENDIENTES
           END-START.
           IF NOT FIN-PENDIENTES
               PERFORM LEER-PENDIENTE-SIGUIENTE
               PERFORM UNTIL FIN-PENDIENTES
                   IF PEN-PENDIENTE
                       PERFORM REVISAR-VENCIMIENTO
                   END-IF
                   PERFORM LEER-PENDIENTE-SIGUIENTE
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-ESTADO-PENDIENTES.
           IF WS-ORDENES-VENCIDAS > 0
               DISPLAY "Aviso! " WS-ORDENES-VENCIDAS " órdenes "
                   "pendientes vencieron sin aprobar"
           END-IF.

           LEER-PENDIENTE-SIGUIENTE.
           READ ARCHIVO-PENDIENTES NEXT
               AT END CONTINUE
           END-READ.

           REVISAR-VENCIMIENTO.
           PERFORM CONTAR-DIAS-HABILES.
           IF WS-DIAS-HABILES > WS-PLAZO-APROBACION
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE "N" TO WS-ORDEN-VALIDA
               MOVE "N" TO WS-ORDEN-RETENIDA
               MOVE "N" TO WS-ORDEN-DENEGADA
               MOVE "VENCIDA" TO WS-MOTIVO-ORDEN
               MOVE PEN-ORDEN TO MNT-REGISTRO
               MOVE PEN-REFERENCIA TO MNT-REFERENCIA
               MOVE PEN-MONEDA TO MNT-MONEDA
               MOVE PEN-REFERENCIA TO WS-RASTRO-REFERENCIA
               MOVE SPACES TO WS-RASTRO-APROBADOR
               MOVE PEN-PROPUESTA-TS TO WS-RASTRO-PROPUESTA
               PERFORM LEER-CUENTA
               MOVE SPACES TO PEN-APROBADOR
               MOVE WS-FECHA-ACTUAL(1:14) TO PEN-RESOLUCION-TS
               MOVE WS-FECHA-NEGOCIO TO PEN-RESOLUCION-FECHA
               SET PEN-VENCIDA TO TRUE
               MOVE WS-MOTIVO-ORDEN TO PEN-RESULTADO
               REWRITE PEN-REGISTRO
                   INVALID KEY
                       DISPLAY "Error! No se pudo cerrar la orden "
                           "pendiente " PEN-REFERENCIA " (estado "
                           WS-ESTADO-PENDIENTES ")"
                       MOVE 8 TO WS-CODIGO-RETORNO
               END-REWRITE
               ADD 1 TO WS-ORDENES-VENCIDAS
               PERFORM GRABAR-RASTRO
               PERFORM ESCRIBIR-DETALLE-ORDEN
           END-IF.

      *    Días hábiles desde el siguiente a la propuesta hasta la
      *    fecha de negocio inclusive, con el mismo criterio de
      *    FECHAVAN. Se deja de contar en cuanto se pasa el plazo.
      *    Una referencia con fecha inválida se da por vencida.
           CONTAR-DIAS-HABILES.
           MOVE 0 TO WS-DIAS-HABILES.
           IF PEN-REF-FECHA IS NOT NUMERIC
               MOVE 9999 TO WS-DIAS-HABILES
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(PEN-REF-FECHA) NOT = 0
                   MOVE 9999 TO WS-DIAS-HABILES
               ELSE
                   COMPUTE WS-ENTERO-FECHA =
                       FUNCTION INTEGER-OF-DATE(PEN-REF-FECHA)
               END-IF
           END-IF.
           IF WS-DIAS-HABILES = 0
               PERFORM UNTIL WS-ENTERO-FECHA >= WS-ENTERO-NEGOCIO
                   OR WS-DIAS-HABILES > WS-PLAZO-APROBACION
                   ADD 1 TO WS-ENTERO-FECHA
                   COMPUTE WS-FECHA-DIA =
                       FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
                   PERFORM EVALUAR-DIA-HABIL
                   IF DIA-HABIL
                       ADD 1 TO WS-DIAS-HABILES
                   END-IF
               END-PERFORM
           END-IF.

      *    El día 1 del calendario interno de fechas es lunes: el resto
      *    de dividir entre 7 da 6 el sábado y 0 el domingo.
           EVALUAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-ENTERO-FECHA, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-ES-HABIL
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FERIADOS-USADOS
                   IF WS-FERIADO(WS-IDX) = WS-FECHA-DIA
                       MOVE "N" TO WS-ES-HABIL
                       MOVE WS-FERIADOS-USADOS TO WS-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    La imagen "antes" de la cuenta se toma aquí y vale tanto
      *    para aplicar la orden como para el rastro de mantenimiento.
                   MOVE "N" TO WS-ORDEN-VALIDA
               END-IF
           END-IF.
      *    La moneda solo se fija en el alta: tres letras, espacios =
      *    moneda de la casa. Cambiarla en una cuenta con historia
      *    dejaría saldo y diario en unidades distintas (MONCAMB).
           IF ORDEN-VALIDA AND MNT-MONEDA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(MNT-MONEDA) TO WS-MONEDA-ORDEN
               IF MNT-ACCION NOT = "A"
                   MOVE "MONCAMB" TO WS-MOTIVO-ORDEN
                   MOVE "N" TO WS-ORDEN-VALIDA
               ELSE
               IF WS-MONEDA-ORDEN IS NOT ALPHABETIC-UPPER
                   OR WS-MONEDA-ORDEN(1:1) = SPACE
                   OR WS-MONEDA-ORDEN(2:1) = SPACE
                   OR WS-MONEDA-ORDEN(3:1) = SPACE
                   MOVE "MONINVAL" TO WS-MOTIVO-ORDEN
                   MOVE "N" TO WS-ORDEN-VALIDA
               ELSE
                   MOVE WS-MONEDA-ORDEN TO CTA-MONEDA
               END-IF
               END-IF
           END-IF.

           REESCRIBIR-CUENTA.
           REWRITE CTA-REGISTRO
               PERFORM GRABAR-RASTRO
           END-IF.

      *    Una línea de rastro por orden que cambió el maestro, que
      *    quedó pendiente o que fue rechazada, denegada o vencida; las
      *    consultas y listados no alteran nada y no ensucian el
      *    registro de mantenimiento.
           GRABAR-RASTRO.
           MOVE SPACES TO ML-REGISTRO.
           MOVE WS-FECHA-ACTUAL(1:14) TO ML-TIMESTAMP.
           MOVE WS-ANTES-OPERACIONES TO ML-OPERACIONES-ANTES.
           MOVE WS-ANTES-FECHA TO ML-FECHA-ANTES.
           MOVE WS-ANTES-ESTADO TO ML-ESTADO-ANTES.
           IF ORDEN-VALIDA AND NOT ORDEN-RETENIDA
               MOVE CTA-SALDO TO ML-SALDO-DESPUES
               MOVE CTA-OPERACIONES TO ML-OPERACIONES-DESPUES
               MOVE CTA-ULTIMA-FECHA TO ML-FECHA-DESPUES
               MOVE WS-ANTES-ESTADO TO ML-ESTADO-DESPUES
               MOVE WS-MOTIVO-ORDEN TO ML-RESULTADO
           END-IF.
           MOVE WS-RASTRO-REFERENCIA TO ML-REFERENCIA.
           MOVE WS-RASTRO-APROBADOR TO ML-APROBADOR.
           MOVE WS-RASTRO-PROPUESTA TO ML-PROPUESTA-TS.
           WRITE ML-REGISTRO.

           ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE RE-ENCABEZADO-2 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 0 TO WS-LINEAS-PAGINA.
           MOVE "N" TO WS-TITULO-ORDENES.

           ESCRIBIR-DETALLE-ORDEN.
           IF WS-ESTADO-REPORTE = "00"
               IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
                   PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               END-IF
               IF NOT TITULO-ORDENES-PUESTO
                   MOVE RE-ORDEN-TITULO TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   ADD 1 TO WS-LINEAS-PAGINA
                   SET TITULO-ORDENES-PUESTO TO TRUE
               END-IF
               MOVE SPACES TO RE-ORDEN-DETALLE
               MOVE MNT-ACCION TO ROD-ACCION
               MOVE MNT-CUENTA TO ROD-CUENTA
               MOVE MNT-OPERADOR TO ROD-OPERADOR
               MOVE WS-RASTRO-APROBADOR TO ROD-APROBADOR
               MOVE WS-RASTRO-REFERENCIA TO ROD-REFERENCIA
               IF ORDEN-VALIDA AND NOT ORDEN-RETENIDA
                   MOVE "OK" TO ROD-RESULTADO
               ELSE
                   MOVE WS-MOTIVO-ORDEN TO ROD-RESULTADO
               END-IF
               MOVE WS-FECHA-ACTUAL(1:14) TO ROD-HORA
               MOVE RE-ORDEN-DETALLE TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
               MOVE RE-CUENTA-TITULO TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
               MOVE "N" TO WS-TITULO-ORDENES
           END-IF.

           ESCRIBIR-DETALLE-CUENTA.
               MOVE CTA-SALDO TO RCD-SALDO
               MOVE CTA-OPERACIONES TO RCD-OPERACIONES
               MOVE CTA-ULTIMA-FECHA TO RCD-FECHA
               MOVE CTA-MONEDA TO RCD-MONEDA
               MOVE RE-CUENTA-DETALLE TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           DISPLAY "Órdenes aplicadas: " WS-ORDENES-APLICADAS.
           DISPLAY "Consultas/listados: " WS-ORDENES-CONSULTA.
           DISPLAY "Órdenes rechazadas: " WS-ORDENES-RECHAZADAS.
           DISPLAY "Órdenes pendientes de aprobación: "
               WS-ORDENES-RETENIDAS.
           DISPLAY "Pendientes aprobadas y aplicadas: "
               WS-ORDENES-APROBADAS.
           DISPLAY "Pendientes denegadas: " WS-ORDENES-DENEGADAS.
           DISPLAY "Pendientes vencidas: " WS-ORDENES-VENCIDAS.

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
               MOVE "CUENTMNT" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-ORDENES-LEIDAS TO COR-LEIDOS
               COMPUTE COR-ACEPTADOS =
                   WS-ORDENES-APLICADAS + WS-ORDENES-CONSULTA
                   + WS-ORDENES-RETENIDAS + WS-ORDENES-DENEGADAS
               COMPUTE COR-RECHAZADOS =
                   WS-ORDENES-RECHAZADAS + WS-ORDENES-VENCIDAS
               MOVE WS-ORDENES-APLICADAS TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
               IF (WS-ORDENES-RECHAZADAS > 0
                   OR WS-ORDENES-VENCIDAS > 0)
                   AND WS-CODIGO-RETORNO = 0
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF CUENTAS-ABIERTO
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF PENDIENTES-ABIERTO
                   CLOSE ARCHIVO-PENDIENTES
               END-IF.
               IF WS-ESTADO-ORDENES NOT = SPACES
                   CLOSE ARCHIVO-ORDENES
               END-IF.
               IF WS-ESTADO-REPORTE = "00"
                   CLOSE ARCHIVO-REPORTE
               END-IF.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM CUENTMNT.
