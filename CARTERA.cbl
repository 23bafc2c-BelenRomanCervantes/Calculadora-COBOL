      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mayor auxiliar de cuentas por cobrar de las facturas
      *          de FACTURAR, sobre el KSDS de partidas de CARTERA
      *          (trazado CXCREG). Tres modos por PARM:
      *          CARGA lee el extracto de FACTEXT, comprueba cada
      *          grupo H/D/T contra su registro de totales y da de alta
      *          cada detalle como partida abierta (cuenta, fecha de
      *          factura, importe), descontando el saldo a favor que
      *          la cuenta tuviera; PAGOS aplica el archivo de pagos
      *          de PAGOS a las partidas abiertas de la más antigua a
      *          la más nueva, con pagos parciales, deja lo pagado de
      *          más como saldo a favor y manda a la lista de PAGSUSP
      *          los pagos de cuentas que no están en CUENTAS o que no
      *          se pueden leer; VENCIDOS saca la antigüedad de saldos
      *          por cuenta (corriente, 30, 60 y 90 días o más desde
      *          la fecha de negocio de FECHAPROC), un aviso de cobro
      *          por cuenta con partidas vencidas en AVISOS y una orden
      *          B propuesta (trazado MNTREG) en CXCBAJA para cada
      *          cuenta activa con deuda de 90 días o más, que
      *          CUENTMNT deja pendiente de visto bueno.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: receivables subledger with invoice
      *            load from FACTEXT, oldest-first payment application
      *            with credits and suspense list, aging report, dunning
      *            notices and proposed inactivation orders.
      * 2026-10-15 Check the status of every proposed B order written
      *            to CXCBAJA (RC=8 and mark E on failure); aging
      *            heading widened to hold its full text.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CARTERA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales. Cada modo abre
      * solo los archivos que usa.
       FILE-CONTROL.
           SELECT ARCHIVO-CARTERA ASSIGN TO CARTERA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-CLAVE
               FILE STATUS IS WS-ESTADO-CARTERA.
           SELECT ARCHIVO-CUENTAS ASSIGN TO CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT ARCHIVO-PENDIENTES ASSIGN TO MANTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-REFERENCIA
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT ARCHIVO-FACTEXT ASSIGN TO FACTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FACTEXT.
           SELECT ARCHIVO-PAGOS ASSIGN TO PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS.
           SELECT ARCHIVO-SUSPENSOS ASSIGN TO PAGSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUSPENSOS.
           SELECT ARCHIVO-AVISOS ASSIGN TO AVISOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AVISOS.
           SELECT ARCHIVO-ORDENES ASSIGN TO CXCBAJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORDENES.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-REPORTE ASSIGN TO CXCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ARCHIVO-CARTERA.
       COPY CXCREG.

       FD  ARCHIVO-CUENTAS.
       COPY CTAREG.

      * Órdenes pendientes de aprobación de CUENTMNT; solo se leen.
       FD  ARCHIVO-PENDIENTES.
       COPY PENREG.

      * Extracto de facturación tal como lo escribe FACTURAR:
      * cabecera H, detalle D por cuenta facturada y totales T con
      * contador y hash de importes. El dataset se acumula de un
      * cierre a otro, así que puede traer varios grupos H/D/T.
       FD  ARCHIVO-FACTEXT.
       01  FXE-REGISTRO.
           05 FXE-TIPO PIC X.
               88 FXE-CABECERA VALUE "H".
               88 FXE-DETALLE VALUE "D".
               88 FXE-TOTALES VALUE "T".
           05 FXE-CUENTA PIC X(8).
           05 FXE-OPERACIONES PIC X(7).
           05 FXE-IMPORTE PIC X(13).
           05 FXE-FECHA PIC X(8).
           05 FILLER PIC X(43).
       01  FXE-TOTALES-REG REDEFINES FXE-REGISTRO.
           05 FILLER PIC X.
           05 FXE-TOT-REGISTROS PIC X(9).
           05 FXE-TOT-HASH PIC X(16).
           05 FILLER PIC X(54).

      * Pagos recibidos: cuenta, fecha de cobro e importe con
      * decimal implícito, como los números del archivo TRANSACC, y
      * la referencia del cobro que da tesorería.
       FD  ARCHIVO-PAGOS.
       01  PAG-REGISTRO.
           05 PAG-CUENTA PIC X(8).
           05 PAG-FECHA PIC 9(8).
           05 PAG-IMPORTE PIC 9(9)V99.
           05 PAG-REFERENCIA PIC X(12).

      * Lista de suspensos de cobros: el pago tal como llegó más el
      * motivo y la fecha de negocio, como el archivo de RECHAZOS.
       FD  ARCHIVO-SUSPENSOS.
       01  SUS-REGISTRO.
           05 SUS-PAGO PIC X(39).
           05 FILLER PIC X.
           05 SUS-MOTIVO PIC X(8).
           05 FILLER PIC X.
           05 SUS-FECHA-NEGOCIO PIC 9(8).

       FD  ARCHIVO-AVISOS.
       01  AVISO-LINEA PIC X(80).

      * Bajas propuestas para CUENTMNT, en el trazado de MANTCTA.
       FD  ARCHIVO-ORDENES.
       COPY MNTREG.

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
       01 WS-ESTADO-CARTERA PIC X(2) VALUE SPACES.
           88 FIN-CARTERA VALUE "10".
           88 PARTIDA-DUPLICADA VALUE "22".
       01 WS-ESTADO-CUENTAS PIC X(2) VALUE SPACES.
       01 WS-ESTADO-PENDIENTES PIC X(2) VALUE SPACES.
           88 FIN-PENDIENTES VALUE "10".
       01 WS-ESTADO-FACTEXT PIC X(2) VALUE SPACES.
           88 FIN-FACTEXT VALUE "10".
       01 WS-ESTADO-PAGOS PIC X(2) VALUE SPACES.
           88 FIN-PAGOS VALUE "10".
       01 WS-ESTADO-SUSPENSOS PIC X(2) VALUE SPACES.
       01 WS-ESTADO-AVISOS PIC X(2) VALUE SPACES.
       01 WS-ESTADO-ORDENES PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.

       01 WS-CARTERA-ABIERTO PIC X VALUE "N".
           88 CARTERA-ABIERTO VALUE "S".
       01 WS-CUENTAS-ABIERTO PIC X VALUE "N".
           88 CUENTAS-ABIERTO VALUE "S".
       01 WS-SUSPENSOS-ABIERTO PIC X VALUE "N".
           88 SUSPENSOS-ABIERTO VALUE "S".
       01 WS-AVISOS-ABIERTO PIC X VALUE "N".
           88 AVISOS-ABIERTO VALUE "S".
       01 WS-ORDENES-ABIERTO PIC X VALUE "N".
           88 ORDENES-ABIERTO VALUE "S".

      * Modo por PARM (el procedimiento de arranque del sitio lo deja
      * en CALC_PARM).
       01 WS-PARM-ENTRADA PIC X(40).
       01 WS-MODO PIC X(8) VALUE SPACES.
           88 MODO-CARGA VALUE "CARGA".
           88 MODO-PAGOS VALUE "PAGOS".
           88 MODO-VENCIDOS VALUE "VENCIDOS".

       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-ENTERO-NEGOCIO PIC 9(7) VALUE 0.
       01 WS-FECHA-ACTUAL PIC X(21).
       01 WS-FECHA-TEXTO PIC X(8).
       01 WS-FECHA-FORMATO PIC X(10).
       01 WS-FECHA-PRUEBA PIC 9(8) VALUE 0.
       01 WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-VALIDA VALUE "S".

      * Plazo de pago de la factura: hasta 29 días desde la fecha de
      * factura es corriente; desde el día 30 está vencida y entra en
      * el aviso de cobro.
       01 WS-PLAZO-PAGO PIC 9(3) VALUE 30.
       01 WS-DIAS-PARTIDA PIC S9(5) VALUE 0.

      * Operador con el que se proponen las bajas por mora.
       01 WS-OPERADOR-SISTEMA PIC X(8) VALUE "SISCXC".

      * Comprobación previa del extracto, grupo por grupo.
       01 WS-GRUPO-ABIERTO PIC X VALUE "N".
           88 GRUPO-ABIERTO VALUE "S".
       01 WS-GRUPO-REGISTROS PIC 9(9) VALUE 0.
       01 WS-GRUPO-HASH PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-REGISTROS PIC 9(9) VALUE 0.
       01 WS-TOTAL-HASH PIC S9(11)V99 VALUE 0.
       01 WS-GRUPOS-LEIDOS PIC 9(4) VALUE 0.
       01 WS-EXTRACTO-CUADRA PIC X VALUE "S".
           88 EXTRACTO-CUADRA VALUE "S".
       01 WS-POSICION-ERROR PIC S9(4) COMP.

      * Partida o pago en curso.
       01 WS-IMPORTE PIC S9(9)V99 VALUE 0.
       01 WS-PENDIENTE PIC S9(9)V99 VALUE 0.
       01 WS-APLICADO PIC S9(9)V99 VALUE 0.
       01 WS-A-FAVOR PIC S9(9)V99 VALUE 0.
       01 WS-PARTE PIC S9(9)V99 VALUE 0.
       01 WS-MOTIVO PIC X(8) VALUE SPACES.
       01 WS-RESULTADO PIC X(12) VALUE SPACES.
       01 WS-CUENTA-EN-CURSO PIC X(8) VALUE SPACES.
       01 WS-CLAVE-FACTURA PIC X(19) VALUE SPACES.
       01 WS-FIN-RECORRIDO PIC X VALUE "N".
           88 FIN-RECORRIDO VALUE "S".
       01 WS-QUEDA-DEUDA PIC X VALUE "N".
           88 QUEDA-DEUDA VALUE "S".
       01 WS-CREDITO-GRABADO PIC X VALUE "N".
           88 CREDITO-GRABADO VALUE "S".

      * Acumulados de la cuenta en curso para la antigüedad.
       01 WS-CTA-CORRIENTE PIC S9(11)V99 VALUE 0.
       01 WS-CTA-30 PIC S9(11)V99 VALUE 0.
       01 WS-CTA-60 PIC S9(11)V99 VALUE 0.
       01 WS-CTA-90 PIC S9(11)V99 VALUE 0.
       01 WS-CTA-FAVOR PIC S9(11)V99 VALUE 0.
       01 WS-CTA-VENCIDO PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CORRIENTE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-30 PIC S9(11)V99 VALUE 0.
       01 WS-TOT-60 PIC S9(11)V99 VALUE 0.
       01 WS-TOT-90 PIC S9(11)V99 VALUE 0.
       01 WS-TOT-FAVOR PIC S9(11)V99 VALUE 0.
       01 WS-AVISO-EN-CURSO PIC X VALUE "N".
           88 AVISO-EN-CURSO VALUE "S".
       01 WS-MARCA-BAJA PIC X(3) VALUE SPACES.

      * Cuentas que ya tienen una baja pendiente de aprobación.
       01 WS-MAX-PENDIENTES PIC 9(4) VALUE 2000.
       01 WS-PENDIENTES-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-PENDIENTES.
           05 WS-PENDIENTE-CUENTA OCCURS 2000 PIC X(8).
       01 WS-PENDIENTES-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-BAJA-PENDIENTE PIC X VALUE "N".
           88 BAJA-PENDIENTE VALUE "S".
       01 WS-IDX PIC 9(4) VALUE 0.

      * Totales de la corrida.
       01 WS-REGISTROS-LEIDOS PIC 9(6) VALUE 0.
       01 WS-PARTIDAS-CARGADAS PIC 9(6) VALUE 0.
       01 WS-PARTIDAS-YA-CARGADAS PIC 9(6) VALUE 0.
       01 WS-PARTIDAS-SIN-IMPORTE PIC 9(6) VALUE 0.
       01 WS-REGISTROS-INVALIDOS PIC 9(6) VALUE 0.
       01 WS-PAGOS-APLICADOS PIC 9(6) VALUE 0.
       01 WS-PAGOS-SUSPENSO PIC 9(6) VALUE 0.
       01 WS-CREDITOS-CREADOS PIC 9(6) VALUE 0.
       01 WS-CUENTAS-CON-SALDO PIC 9(6) VALUE 0.
       01 WS-AVISOS-EMITIDOS PIC 9(6) VALUE 0.
       01 WS-BAJAS-PROPUESTAS PIC 9(6) VALUE 0.
       01 WS-PARTIDAS-GRABADAS PIC 9(6) VALUE 0.
       01 WS-IMPORTE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-APLICADO-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-FAVOR-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-FORMATO PIC -(10)9.99.

       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEA-PENDIENTE PIC X(80) VALUE SPACES.
       01 WS-AVISO-LINEAS PIC 9(4) VALUE 0.
       01 WS-AVISO-PAGINA PIC 9(4) VALUE 0.

       01 RE-ENCABEZADO-1.
           05 FILLER PIC X(20) VALUE "CALCULADORA CORP. - ".
           05 RE1-TITULO PIC X(60).
       01 RE-ENCABEZADO-2.
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 RE2-FECHA PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-TITULO-CARGA.
           05 FILLER PIC X(36) VALUE
               "CUENTA    FACTURA          IMPORTE ".
           05 FILLER PIC X(38) VALUE
               " CRED.APLIC.   PENDIENTE  RESULTADO".
       01 RE-TITULO-PAGOS.
           05 FILLER PIC X(36) VALUE
               "CUENTA    FECHA PAGO       IMPORTE ".
           05 FILLER PIC X(38) VALUE
               "    APLICADO     A FAVOR  RESULTADO".
       01 RE-DETALLE-MOV.
           05 RDM-CUENTA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDM-FECHA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDM-IMPORTE PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDM-APLICADO PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDM-SALDO PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDM-RESULTADO PIC X(12).
       01 RE-TITULO-ANTIGUEDAD.
           05 FILLER PIC X(34) VALUE
               "CUENTA      CORRIENTE        30-59".
           05 FILLER PIC X(45) VALUE
               "        60-89     90 Y MAS      A FAVOR  BAJA".
       01 RE-DETALLE-ANTIGUEDAD.
           05 RDA-CUENTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RDA-CORRIENTE PIC -(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RDA-30 PIC -(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RDA-60 PIC -(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RDA-90 PIC -(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RDA-FAVOR PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDA-MARCA PIC X(3).
       01 RE-TOTALES-1.
           05 RET1-TEXTO-1 PIC X(14).
           05 RET1-VALOR-1 PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RET1-TEXTO-2 PIC X(14).
           05 RET1-VALOR-2 PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RET1-TEXTO-3 PIC X(14).
           05 RET1-VALOR-3 PIC ZZZZZ9.

      * Aviso de cobro: una página por cuenta, como la factura.
       01 AV-CUENTA-LINEA.
           05 FILLER PIC X(8) VALUE "CUENTA: ".
           05 AVC-CUENTA PIC X(8).
       01 AV-TEXTO-1 PIC X(80) VALUE
           "Las facturas siguientes figuran vencidas e impagas a la fe
      -    "cha.".
       01 AV-TITULO PIC X(80) VALUE
           "FACTURA          IMPORTE     PENDIENTE  DIAS  AVISO".
       01 AV-DETALLE.
           05 AVD-FECHA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AVD-IMPORTE PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AVD-PENDIENTE PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AVD-DIAS PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 AVD-AVISO PIC ZZ9.
       01 AV-TOTAL.
           05 FILLER PIC X(15) VALUE "TOTAL VENCIDO: ".
           05 AVT-TOTAL PIC -(8)9.99.
       01 AV-TEXTO-2 PIC X(80) VALUE
           "Si ya realizó el pago, le rogamos no tener en cuenta este
      -    " aviso.".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM LEER-PARAMETRO.
           IF WS-CODIGO-RETORNO = 0
               PERFORM ABRIR-CARTERA
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM ABRIR-REPORTE
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               EVALUATE TRUE
                   WHEN MODO-CARGA
                       PERFORM CARGAR-FACTURAS
                   WHEN MODO-PAGOS
                       PERFORM APLICAR-PAGOS
                   WHEN MODO-VENCIDOS
                       PERFORM ANALIZAR-VENCIDOS
               END-EVALUATE
           END-IF.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM FIN-PROGRAMA.

      *    La fecha de negocio sella las partidas y es la base de la
      *    antigüedad; sin el archivo de control no se procesa.
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
               DISPLAY "Error! Sin archivo de control de fecha de "
                   "proceso; no se procesa la cartera"
               MOVE 8 TO WS-CODIGO-RETORNO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-TEXTO
               MOVE WS-FECHA-TEXTO TO WS-FECHA-NEGOCIO
           END-IF.
           COMPUTE WS-ENTERO-NEGOCIO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).

           LEER-PARAMETRO.
           MOVE SPACES TO WS-PARM-ENTRADA.
           ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "CALC_PARM".
           EVALUATE WS-PARM-ENTRADA
               WHEN "CARGA"
               WHEN "PAGOS"
               WHEN "VENCIDOS"
                   MOVE WS-PARM-ENTRADA TO WS-MODO
               WHEN OTHER
                   DISPLAY "Error! PARM desconocido: " WS-PARM-ENTRADA
                       " (CARGA, PAGOS o VENCIDOS)"
                   MOVE 8 TO WS-CODIGO-RETORNO
           END-EVALUATE.

      *    Como el histórico de movimientos, el KSDS de partidas se
      *    crea en la primera corrida.
           ABRIR-CARTERA.
           OPEN I-O ARCHIVO-CARTERA.
           IF WS-ESTADO-CARTERA = "35"
               OPEN OUTPUT ARCHIVO-CARTERA
               IF WS-ESTADO-CARTERA = "00"
                   CLOSE ARCHIVO-CARTERA
                   OPEN I-O ARCHIVO-CARTERA
               END-IF
           END-IF.
           IF WS-ESTADO-CARTERA = "00"
               SET CARTERA-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir la cartera de "
                   "cuentas por cobrar (estado " WS-ESTADO-CARTERA ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

           ABRIR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "Error! No se pudo abrir el reporte de cartera "
                   "(estado " WS-ESTADO-REPORTE ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               EVALUATE TRUE
                   WHEN MODO-CARGA
                       MOVE "CARTERA: CARGA DE FACTURAS" TO RE1-TITULO
                   WHEN MODO-PAGOS
                       MOVE "CARTERA: APLICACION DE PAGOS"
                           TO RE1-TITULO
                   WHEN MODO-VENCIDOS
                       MOVE "CARTERA: ANTIGUEDAD DE SALDOS"
                           TO RE1-TITULO
               END-EVALUATE
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.

           ESCRIBIR-ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE RE-ENCABEZADO-1 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TEXTO.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-FORMATO TO RE2-FECHA.
           MOVE WS-NUMERO-PAGINA TO RE2-PAGINA.
           MOVE RE-ENCABEZADO-2 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 0 TO WS-LINEAS-PAGINA.

      *    Como en EDITSORT, toda línea del reporte pasa por aquí y
      *    el corte de página reimprime el encabezado.
           GRABAR-LINEA-REPORTE.
           IF WS-ESTADO-REPORTE = "00"
               MOVE REPORTE-LINEA TO WS-LINEA-PENDIENTE
               IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
                   PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               END-IF
               MOVE WS-LINEA-PENDIENTE TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

      ******************************************************************
      * CARGA: facturas de FACTEXT como partidas abiertas.
      ******************************************************************
      *    Primera pasada: cada grupo H/D/T tiene que cuadrar contra
      *    su registro de totales antes de cargar nada, como hace
      *    HISTMOV con el diario. Un extracto que no cuadra no se
      *    carga y termina con RC=8.
           CARGAR-FACTURAS.
           PERFORM VERIFICAR-EXTRACTO.
           IF EXTRACTO-CUADRA
               MOVE RE-TITULO-CARGA TO REPORTE-LINEA
               PERFORM GRABAR-LINEA-REPORTE
               MOVE SPACES TO WS-ESTADO-FACTEXT
               OPEN INPUT ARCHIVO-FACTEXT
               PERFORM LEER-FACTEXT
               PERFORM UNTIL FIN-FACTEXT
                   IF FXE-DETALLE
                       ADD 1 TO WS-REGISTROS-LEIDOS
                       PERFORM PROCESAR-FACTURA
                   END-IF
                   PERFORM LEER-FACTEXT
               END-PERFORM
               CLOSE ARCHIVO-FACTEXT
               PERFORM ESCRIBIR-TOTALES-CARGA
           END-IF.

           LEER-FACTEXT.
           READ ARCHIVO-FACTEXT
               AT END SET FIN-FACTEXT TO TRUE
           END-READ.

           VERIFICAR-EXTRACTO.
           OPEN INPUT ARCHIVO-FACTEXT.
           IF WS-ESTADO-FACTEXT NOT = "00"
               DISPLAY "Error! No se pudo abrir el extracto de "
                   "facturación (estado " WS-ESTADO-FACTEXT ")"
               MOVE "N" TO WS-EXTRACTO-CUADRA
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-FACTEXT
               PERFORM UNTIL FIN-FACTEXT
                   EVALUATE TRUE
                       WHEN FXE-CABECERA
                           PERFORM ABRIR-GRUPO-EXTRACTO
                       WHEN FXE-DETALLE
                           PERFORM SUMAR-DETALLE-EXTRACTO
                       WHEN FXE-TOTALES
                           PERFORM CERRAR-GRUPO-EXTRACTO
                       WHEN OTHER
                           DISPLAY "Aviso! Registro no reconocido en "
                               "el extracto de facturación: " FXE-TIPO
                   END-EVALUATE
                   PERFORM LEER-FACTEXT
               END-PERFORM
               CLOSE ARCHIVO-FACTEXT
               IF GRUPO-ABIERTO
                   DISPLAY "Error! El último grupo del extracto de "
                       "facturación no trae registro de totales"
                   MOVE "N" TO WS-EXTRACTO-CUADRA
               END-IF
               IF NOT EXTRACTO-CUADRA
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

           ABRIR-GRUPO-EXTRACTO.
           IF GRUPO-ABIERTO
               DISPLAY "Error! Grupo del extracto de facturación sin "
                   "registro de totales"
               MOVE "N" TO WS-EXTRACTO-CUADRA
           END-IF.
           SET GRUPO-ABIERTO TO TRUE.
           ADD 1 TO WS-GRUPOS-LEIDOS.
           MOVE 0 TO WS-GRUPO-REGISTROS.
           MOVE 0 TO WS-GRUPO-HASH.

           SUMAR-DETALLE-EXTRACTO.
           IF NOT GRUPO-ABIERTO
               DISPLAY "Error! Detalle del extracto de facturación "
                   "sin cabecera"
               MOVE "N" TO WS-EXTRACTO-CUADRA
           END-IF.
           ADD 1 TO WS-GRUPO-REGISTROS.
           MOVE FUNCTION TEST-NUMVAL(FXE-IMPORTE) TO WS-POSICION-ERROR.
           IF WS-POSICION-ERROR = 0
               COMPUTE WS-IMPORTE = FUNCTION NUMVAL(FXE-IMPORTE)
               ADD WS-IMPORTE TO WS-GRUPO-HASH
           END-IF.

           CERRAR-GRUPO-EXTRACTO.
           MOVE 0 TO WS-TOTAL-REGISTROS.
           MOVE 0 TO WS-TOTAL-HASH.
           IF FXE-TOT-REGISTROS IS NUMERIC
               MOVE FXE-TOT-REGISTROS TO WS-TOTAL-REGISTROS
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(FXE-TOT-HASH) TO WS-POSICION-ERROR.
           IF WS-POSICION-ERROR = 0
               COMPUTE WS-TOTAL-HASH = FUNCTION NUMVAL(FXE-TOT-HASH)
           END-IF.
           IF NOT GRUPO-ABIERTO
               OR WS-TOTAL-REGISTROS NOT = WS-GRUPO-REGISTROS
               OR WS-TOTAL-HASH NOT = WS-GRUPO-HASH
               DISPLAY "Error! El grupo " WS-GRUPOS-LEIDOS " del "
                   "extracto de facturación no cuadra con su "
                   "registro de totales"
               MOVE "N" TO WS-EXTRACTO-CUADRA
           END-IF.
           MOVE "N" TO WS-GRUPO-ABIERTO.

      *    Una partida por detalle. La clave (cuenta, fecha, factura)
      *    es única por cierre, así que volver a cargar un extracto
      *    ya cargado no duplica nada: la partida sale como YA
      *    CARGADA y no cambia el código de retorno.
           PROCESAR-FACTURA.
           MOVE 0 TO WS-IMPORTE.
           MOVE 0 TO WS-APLICADO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE FXE-FECHA TO WS-FECHA-TEXTO.
           IF FXE-CUENTA = SPACES
               MOVE "CTAVACIA" TO WS-MOTIVO
           ELSE
               MOVE FUNCTION TEST-NUMVAL(FXE-IMPORTE)
                   TO WS-POSICION-ERROR
               IF WS-POSICION-ERROR NOT = 0
                   MOVE "IMPINVAL" TO WS-MOTIVO
               ELSE
                   COMPUTE WS-IMPORTE = FUNCTION NUMVAL(FXE-IMPORTE)
                   IF WS-IMPORTE < 0
                       MOVE "IMPINVAL" TO WS-MOTIVO
                   ELSE
                       IF FXE-FECHA IS NOT NUMERIC
                           MOVE "FECINVAL" TO WS-MOTIVO
                       ELSE
                           MOVE FXE-FECHA TO WS-FECHA-PRUEBA
                           PERFORM PROBAR-FECHA
                           IF NOT FECHA-VALIDA
                               MOVE "FECINVAL" TO WS-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   ADD 1 TO WS-REGISTROS-INVALIDOS
                   MOVE WS-MOTIVO TO WS-RESULTADO
                   MOVE WS-IMPORTE TO WS-PENDIENTE
               WHEN WS-IMPORTE = 0
                   ADD 1 TO WS-PARTIDAS-SIN-IMPORTE
                   MOVE "SIN IMPORTE" TO WS-RESULTADO
                   MOVE 0 TO WS-PENDIENTE
               WHEN OTHER
                   PERFORM GRABAR-PARTIDA-FACTURA
           END-EVALUATE.
           MOVE FXE-CUENTA TO RDM-CUENTA.
           PERFORM ESCRIBIR-DETALLE-MOV.

           GRABAR-PARTIDA-FACTURA.
           MOVE SPACES TO CXC-REGISTRO.
           MOVE FXE-CUENTA TO CXC-CUENTA.
           MOVE WS-FECHA-PRUEBA TO CXC-FECHA.
           SET CXC-FACTURA TO TRUE.
           MOVE 0 TO CXC-SECUENCIA.
           MOVE WS-IMPORTE TO CXC-IMPORTE.
           MOVE WS-IMPORTE TO CXC-SALDO.
           SET CXC-ABIERTA TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO CXC-FECHA-CARGA.
           MOVE 0 TO CXC-FECHA-ULT-MOV.
           MOVE 0 TO CXC-AVISOS.
           MOVE 0 TO CXC-FECHA-AVISO.
           MOVE WS-IMPORTE TO WS-PENDIENTE.
           WRITE CXC-REGISTRO
               INVALID KEY
                   IF PARTIDA-DUPLICADA
                       ADD 1 TO WS-PARTIDAS-YA-CARGADAS
                       MOVE "YA CARGADA" TO WS-RESULTADO
                   ELSE
                       DISPLAY "Error! No se pudo grabar la partida "
                           "de " FXE-CUENTA " (estado "
                           WS-ESTADO-CARTERA ")"
                       MOVE "ERROR E/S" TO WS-RESULTADO
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-PARTIDAS-CARGADAS
                   ADD 1 TO WS-PARTIDAS-GRABADAS
                   ADD WS-IMPORTE TO WS-IMPORTE-TOTAL
                   MOVE "CARGADA" TO WS-RESULTADO
                   MOVE CXC-CLAVE TO WS-CLAVE-FACTURA
                   PERFORM APLICAR-CREDITOS-FACTURA
           END-WRITE.

      *    El saldo a favor que dejaron pagos anteriores se consume
      *    contra la factura nueva, del más antiguo al más nuevo.
           APLICAR-CREDITOS-FACTURA.
           MOVE FXE-CUENTA TO WS-CUENTA-EN-CURSO.
           PERFORM POSICIONAR-CUENTA.
           PERFORM UNTIL FIN-RECORRIDO OR WS-PENDIENTE = 0
               IF CXC-CREDITO AND CXC-ABIERTA
                   PERFORM CALCULAR-PARTE
                   SUBTRACT WS-PARTE FROM CXC-SALDO
                   SUBTRACT WS-PARTE FROM WS-PENDIENTE
                   ADD WS-PARTE TO WS-APLICADO
                   PERFORM REESCRIBIR-PARTIDA
               END-IF
               PERFORM LEER-PARTIDA-CUENTA
           END-PERFORM.
           IF WS-APLICADO > 0
               MOVE WS-CLAVE-FACTURA TO CXC-CLAVE
               READ ARCHIVO-CARTERA
                   INVALID KEY
                       DISPLAY "Error! No se pudo releer la partida "
                           "de " FXE-CUENTA " (estado "
                           WS-ESTADO-CARTERA ")"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   NOT INVALID KEY
                       MOVE WS-PENDIENTE TO CXC-SALDO
                       PERFORM REESCRIBIR-PARTIDA
               END-READ
           END-IF.

      *    Deja leída la primera partida de WS-CUENTA-EN-CURSO, o
      *    FIN-RECORRIDO si la cuenta no tiene ninguna.
           POSICIONAR-CUENTA.
           MOVE "N" TO WS-FIN-RECORRIDO.
           MOVE LOW-VALUES TO CXC-CLAVE.
           MOVE WS-CUENTA-EN-CURSO TO CXC-CUENTA.
           START ARCHIVO-CARTERA KEY >= CXC-CLAVE
               INVALID KEY
                   SET FIN-RECORRIDO TO TRUE
           END-START.
           IF NOT FIN-RECORRIDO
               PERFORM LEER-PARTIDA-CUENTA
           END-IF.

           LEER-PARTIDA-CUENTA.
           READ ARCHIVO-CARTERA NEXT
               AT END SET FIN-RECORRIDO TO TRUE
           END-READ.
           IF NOT FIN-RECORRIDO
               AND CXC-CUENTA NOT = WS-CUENTA-EN-CURSO
               SET FIN-RECORRIDO TO TRUE
           END-IF.

      *    Lo que se aplica de una partida es lo menor entre su saldo
      *    y lo que queda por aplicar.
           CALCULAR-PARTE.
           IF CXC-SALDO < WS-PENDIENTE
               MOVE CXC-SALDO TO WS-PARTE
           ELSE
               MOVE WS-PENDIENTE TO WS-PARTE
           END-IF.

           REESCRIBIR-PARTIDA.
           IF CXC-SALDO = 0
               SET CXC-CERRADA TO TRUE
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO CXC-FECHA-ULT-MOV.
           REWRITE CXC-REGISTRO
               INVALID KEY
                   DISPLAY "Error! No se pudo reescribir la partida "
                       CXC-CLAVE " (estado " WS-ESTADO-CARTERA ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
               NOT INVALID KEY
                   ADD 1 TO WS-PARTIDAS-GRABADAS
           END-REWRITE.

           ESCRIBIR-TOTALES-CARGA.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE "LEIDAS:" TO RET1-TEXTO-1.
           MOVE WS-REGISTROS-LEIDOS TO RET1-VALOR-1.
           MOVE "CARGADAS:" TO RET1-TEXTO-2.
           MOVE WS-PARTIDAS-CARGADAS TO RET1-VALOR-2.
           MOVE "YA CARGADAS:" TO RET1-TEXTO-3.
           MOVE WS-PARTIDAS-YA-CARGADAS TO RET1-VALOR-3.
           MOVE RE-TOTALES-1 TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE "SIN IMPORTE:" TO RET1-TEXTO-1.
           MOVE WS-PARTIDAS-SIN-IMPORTE TO RET1-VALOR-1.
           MOVE "INVALIDAS:" TO RET1-TEXTO-2.
           MOVE WS-REGISTROS-INVALIDOS TO RET1-VALOR-2.
           MOVE "GRUPOS:" TO RET1-TEXTO-3.
           MOVE WS-GRUPOS-LEIDOS TO RET1-VALOR-3.
           MOVE RE-TOTALES-1 TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

      ******************************************************************
      * PAGOS: aplicación de cobros a las partidas abiertas.
      ******************************************************************
           APLICAR-PAGOS.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS = "00"
               SET CUENTAS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el maestro de cuentas "
                   "(estado " WS-ESTADO-CUENTAS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN INPUT ARCHIVO-PAGOS.
           IF WS-ESTADO-PAGOS NOT = "00"
               DISPLAY "Error! No se pudo abrir el archivo de pagos "
                   "(estado " WS-ESTADO-PAGOS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN EXTEND ARCHIVO-SUSPENSOS.
           IF WS-ESTADO-SUSPENSOS NOT = "00"
               OPEN OUTPUT ARCHIVO-SUSPENSOS
           END-IF.
           IF WS-ESTADO-SUSPENSOS = "00"
               SET SUSPENSOS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir la lista de suspensos "
                   "de cobros (estado " WS-ESTADO-SUSPENSOS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               MOVE RE-TITULO-PAGOS TO REPORTE-LINEA
               PERFORM GRABAR-LINEA-REPORTE
               PERFORM LEER-PAGO
               PERFORM UNTIL FIN-PAGOS
                   ADD 1 TO WS-REGISTROS-LEIDOS
                   PERFORM PROCESAR-PAGO
                   PERFORM LEER-PAGO
               END-PERFORM
               PERFORM ESCRIBIR-TOTALES-PAGOS
           END-IF.
           IF WS-ESTADO-PAGOS = "00" OR FIN-PAGOS
               CLOSE ARCHIVO-PAGOS
           END-IF.
           IF SUSPENSOS-ABIERTO
               CLOSE ARCHIVO-SUSPENSOS
           END-IF.

           LEER-PAGO.
           READ ARCHIVO-PAGOS
               AT END SET FIN-PAGOS TO TRUE
           END-READ.

      *    Un pago sin cuenta, con importe o fecha ilegibles o de una
      *    cuenta que no está en el maestro va a la lista de suspensos
      *    tal como llegó; el resto se aplica.
           PROCESAR-PAGO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 0 TO WS-IMPORTE.
           MOVE 0 TO WS-APLICADO.
           MOVE 0 TO WS-A-FAVOR.
           EVALUATE TRUE
               WHEN PAG-CUENTA = SPACES
                   MOVE "CTAVACIA" TO WS-MOTIVO
               WHEN PAG-IMPORTE IS NOT NUMERIC
                   MOVE "IMPINVAL" TO WS-MOTIVO
               WHEN PAG-IMPORTE = 0
                   MOVE "IMPINVAL" TO WS-MOTIVO
               WHEN PAG-FECHA IS NOT NUMERIC
                   MOVE "FECINVAL" TO WS-MOTIVO
               WHEN OTHER
                   MOVE PAG-IMPORTE TO WS-IMPORTE
                   MOVE PAG-FECHA TO WS-FECHA-PRUEBA
                   PERFORM PROBAR-FECHA
                   IF NOT FECHA-VALIDA
                       MOVE "FECINVAL" TO WS-MOTIVO
                   ELSE
                       MOVE PAG-CUENTA TO CTA-CODIGO
                       READ ARCHIVO-CUENTAS
                           INVALID KEY
                               MOVE "CTADESC" TO WS-MOTIVO
                       END-READ
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRABAR-SUSPENSO
           ELSE
               PERFORM APLICAR-PAGO
           END-IF.
           MOVE PAG-CUENTA TO RDM-CUENTA.
           IF PAG-FECHA IS NUMERIC
               MOVE PAG-FECHA TO WS-FECHA-TEXTO
           ELSE
               MOVE ZEROS TO WS-FECHA-TEXTO
           END-IF.
           MOVE WS-A-FAVOR TO WS-PENDIENTE.
           PERFORM ESCRIBIR-DETALLE-MOV.

           GRABAR-SUSPENSO.
           MOVE SPACES TO SUS-REGISTRO.
           MOVE PAG-REGISTRO TO SUS-PAGO.
           MOVE WS-MOTIVO TO SUS-MOTIVO.
           MOVE WS-FECHA-NEGOCIO TO SUS-FECHA-NEGOCIO.
           WRITE SUS-REGISTRO.
           ADD 1 TO WS-PAGOS-SUSPENSO.
           MOVE WS-MOTIVO TO WS-RESULTADO.

      *    De la factura abierta más antigua a la más nueva; los
      *    saldos a favor de la cuenta no se tocan aquí (solo existen
      *    cuando no queda nada por cobrar). Lo que sobra del pago
      *    queda como saldo a favor nuevo.
           APLICAR-PAGO.
           ADD 1 TO WS-PAGOS-APLICADOS.
           ADD WS-IMPORTE TO WS-IMPORTE-TOTAL.
           MOVE WS-IMPORTE TO WS-PENDIENTE.
           MOVE "N" TO WS-QUEDA-DEUDA.
           MOVE PAG-CUENTA TO WS-CUENTA-EN-CURSO.
           PERFORM POSICIONAR-CUENTA.
           PERFORM UNTIL FIN-RECORRIDO
               IF CXC-FACTURA AND CXC-ABIERTA
                   IF WS-PENDIENTE = 0
                       SET QUEDA-DEUDA TO TRUE
                   ELSE
                       PERFORM CALCULAR-PARTE
                       SUBTRACT WS-PARTE FROM CXC-SALDO
                       SUBTRACT WS-PARTE FROM WS-PENDIENTE
                       ADD WS-PARTE TO WS-APLICADO
                       IF CXC-SALDO > 0
                           SET QUEDA-DEUDA TO TRUE
                       END-IF
                       PERFORM REESCRIBIR-PARTIDA
                   END-IF
               END-IF
               PERFORM LEER-PARTIDA-CUENTA
           END-PERFORM.
           ADD WS-APLICADO TO WS-APLICADO-TOTAL.
           EVALUATE TRUE
               WHEN WS-PENDIENTE > 0
                   MOVE WS-PENDIENTE TO WS-A-FAVOR
                   PERFORM GRABAR-CREDITO
               WHEN QUEDA-DEUDA
                   MOVE "PARCIAL" TO WS-RESULTADO
               WHEN OTHER
                   MOVE "APLICADO" TO WS-RESULTADO
           END-EVALUATE.

      *    El saldo a favor lleva la fecha de negocio del pago y el
      *    primer correlativo libre del día para la cuenta.
           GRABAR-CREDITO.
           MOVE "N" TO WS-CREDITO-GRABADO.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL CREDITO-GRABADO OR WS-IDX > 99
               MOVE SPACES TO CXC-REGISTRO
               MOVE PAG-CUENTA TO CXC-CUENTA
               MOVE WS-FECHA-NEGOCIO TO CXC-FECHA
               SET CXC-CREDITO TO TRUE
               MOVE WS-IDX TO CXC-SECUENCIA
               MOVE WS-A-FAVOR TO CXC-IMPORTE
               MOVE WS-A-FAVOR TO CXC-SALDO
               SET CXC-ABIERTA TO TRUE
               MOVE WS-FECHA-NEGOCIO TO CXC-FECHA-CARGA
               MOVE 0 TO CXC-FECHA-ULT-MOV
               MOVE 0 TO CXC-AVISOS
               MOVE 0 TO CXC-FECHA-AVISO
               WRITE CXC-REGISTRO
                   INVALID KEY
                       IF PARTIDA-DUPLICADA
                           ADD 1 TO WS-IDX
                       ELSE
                           MOVE 100 TO WS-IDX
                       END-IF
                   NOT INVALID KEY
                       SET CREDITO-GRABADO TO TRUE
               END-WRITE
           END-PERFORM.
           IF CREDITO-GRABADO
               ADD 1 TO WS-CREDITOS-CREADOS
               ADD 1 TO WS-PARTIDAS-GRABADAS
               ADD WS-A-FAVOR TO WS-FAVOR-TOTAL
               MOVE "A FAVOR" TO WS-RESULTADO
           ELSE
               DISPLAY "Error! No se pudo grabar el saldo a favor de "
                   PAG-CUENTA " (estado " WS-ESTADO-CARTERA ")"
               MOVE "ERROR E/S" TO WS-RESULTADO
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

           ESCRIBIR-TOTALES-PAGOS.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE "LEIDOS:" TO RET1-TEXTO-1.
           MOVE WS-REGISTROS-LEIDOS TO RET1-VALOR-1.
           MOVE "APLICADOS:" TO RET1-TEXTO-2.
           MOVE WS-PAGOS-APLICADOS TO RET1-VALOR-2.
           MOVE "SUSPENSOS:" TO RET1-TEXTO-3.
           MOVE WS-PAGOS-SUSPENSO TO RET1-VALOR-3.
           MOVE RE-TOTALES-1 TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE SPACES TO RE-DETALLE-MOV.
           MOVE "TOTAL" TO RDM-CUENTA.
           MOVE WS-IMPORTE-TOTAL TO RDM-IMPORTE.
           MOVE WS-APLICADO-TOTAL TO RDM-APLICADO.
           MOVE WS-FAVOR-TOTAL TO RDM-SALDO.
           MOVE RE-DETALLE-MOV TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

      ******************************************************************
      * VENCIDOS: antigüedad, avisos de cobro y bajas propuestas.
      ******************************************************************
           ANALIZAR-VENCIDOS.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS = "00"
               SET CUENTAS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el maestro de cuentas "
                   "(estado " WS-ESTADO-CUENTAS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN OUTPUT ARCHIVO-AVISOS.
           IF WS-ESTADO-AVISOS = "00"
               SET AVISOS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el archivo de avisos "
                   "de cobro (estado " WS-ESTADO-AVISOS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN OUTPUT ARCHIVO-ORDENES.
           IF WS-ESTADO-ORDENES = "00"
               SET ORDENES-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el archivo de bajas "
                   "propuestas (estado " WS-ESTADO-ORDENES ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           PERFORM CARGAR-PENDIENTES.
           IF WS-CODIGO-RETORNO = 0
               MOVE RE-TITULO-ANTIGUEDAD TO REPORTE-LINEA
               PERFORM GRABAR-LINEA-REPORTE
               MOVE "N" TO WS-FIN-RECORRIDO
               MOVE LOW-VALUES TO CXC-CLAVE
               START ARCHIVO-CARTERA KEY >= CXC-CLAVE
                   INVALID KEY
                       SET FIN-RECORRIDO TO TRUE
               END-START
               IF NOT FIN-RECORRIDO
                   PERFORM LEER-PARTIDA-SIGUIENTE
               END-IF
               IF NOT FIN-RECORRIDO
                   MOVE CXC-CUENTA TO WS-CUENTA-EN-CURSO
                   PERFORM INICIAR-CUENTA-VENCIDOS
               END-IF
               PERFORM UNTIL FIN-RECORRIDO
                   IF CXC-CUENTA NOT = WS-CUENTA-EN-CURSO
                       PERFORM CERRAR-CUENTA-VENCIDOS
                       MOVE CXC-CUENTA TO WS-CUENTA-EN-CURSO
                       PERFORM INICIAR-CUENTA-VENCIDOS
                   END-IF
                   ADD 1 TO WS-REGISTROS-LEIDOS
                   IF CXC-ABIERTA
                       PERFORM CLASIFICAR-PARTIDA
                   END-IF
                   PERFORM LEER-PARTIDA-SIGUIENTE
               END-PERFORM
               IF WS-CUENTA-EN-CURSO NOT = SPACES
                   PERFORM CERRAR-CUENTA-VENCIDOS
               END-IF
               PERFORM ESCRIBIR-TOTALES-VENCIDOS
           END-IF.

           LEER-PARTIDA-SIGUIENTE.
           READ ARCHIVO-CARTERA NEXT
               AT END SET FIN-RECORRIDO TO TRUE
           END-READ.

      *    Sin archivo de pendientes (CUENTMNT lo crea en su primera
      *    corrida) no hay bajas en espera y se proponen todas.
           CARGAR-PENDIENTES.
           OPEN INPUT ARCHIVO-PENDIENTES.
           IF WS-ESTADO-PENDIENTES NOT = "00"
               DISPLAY "Aviso! Sin archivo de órdenes pendientes "
                   "(estado " WS-ESTADO-PENDIENTES "); no se descartan "
                   "bajas ya propuestas"
           ELSE
               MOVE LOW-VALUES TO PEN-REFERENCIA
               START ARCHIVO-PENDIENTES KEY >= PEN-REFERENCIA
                   INVALID KEY
                       MOVE "10" TO WS-ESTADO-PENDIENTES
               END-START
               PERFORM UNTIL FIN-PENDIENTES
                   READ ARCHIVO-PENDIENTES NEXT
                       AT END CONTINUE
                   END-READ
                   IF NOT FIN-PENDIENTES
                       AND PEN-PENDIENTE AND PEN-ACCION = "B"
                       PERFORM GUARDAR-PENDIENTE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-PENDIENTES
           END-IF.
           IF WS-PENDIENTES-SOBRANTES > 0
               DISPLAY "Aviso! " WS-PENDIENTES-SOBRANTES " bajas "
                   "pendientes no caben en la tabla; esas cuentas "
                   "pueden recibir una segunda propuesta"
           END-IF.

           GUARDAR-PENDIENTE.
           IF WS-PENDIENTES-USADOS < WS-MAX-PENDIENTES
               ADD 1 TO WS-PENDIENTES-USADOS
               MOVE PEN-CUENTA
                   TO WS-PENDIENTE-CUENTA(WS-PENDIENTES-USADOS)
           ELSE
               ADD 1 TO WS-PENDIENTES-SOBRANTES
           END-IF.

           INICIAR-CUENTA-VENCIDOS.
           MOVE 0 TO WS-CTA-CORRIENTE.
           MOVE 0 TO WS-CTA-30.
           MOVE 0 TO WS-CTA-60.
           MOVE 0 TO WS-CTA-90.
           MOVE 0 TO WS-CTA-FAVOR.
           MOVE 0 TO WS-CTA-VENCIDO.
           MOVE "N" TO WS-AVISO-EN-CURSO.

      *    Días corridos desde la fecha de la factura hasta la fecha
      *    de negocio. Cada factura vencida entra en el aviso de la
      *    cuenta y lleva la cuenta de avisos que se le mandaron.
           CLASIFICAR-PARTIDA.
           IF CXC-CREDITO
               ADD CXC-SALDO TO WS-CTA-FAVOR
           ELSE
               COMPUTE WS-DIAS-PARTIDA = WS-ENTERO-NEGOCIO
                   - FUNCTION INTEGER-OF-DATE(CXC-FECHA)
               EVALUATE TRUE
                   WHEN WS-DIAS-PARTIDA < WS-PLAZO-PAGO
                       ADD CXC-SALDO TO WS-CTA-CORRIENTE
                   WHEN WS-DIAS-PARTIDA < 60
                       ADD CXC-SALDO TO WS-CTA-30
                   WHEN WS-DIAS-PARTIDA < 90
                       ADD CXC-SALDO TO WS-CTA-60
                   WHEN OTHER
                       ADD CXC-SALDO TO WS-CTA-90
               END-EVALUATE
               IF WS-DIAS-PARTIDA >= WS-PLAZO-PAGO
                   ADD CXC-SALDO TO WS-CTA-VENCIDO
                   ADD 1 TO CXC-AVISOS
                   MOVE WS-FECHA-NEGOCIO TO CXC-FECHA-AVISO
                   REWRITE CXC-REGISTRO
                       INVALID KEY
                           DISPLAY "Error! No se pudo reescribir la "
                               "partida " CXC-CLAVE " (estado "
                               WS-ESTADO-CARTERA ")"
                           MOVE 8 TO WS-CODIGO-RETORNO
                       NOT INVALID KEY
                           ADD 1 TO WS-PARTIDAS-GRABADAS
                   END-REWRITE
                   PERFORM ESCRIBIR-PARTIDA-AVISO
               END-IF
           END-IF.

           CERRAR-CUENTA-VENCIDOS.
           IF AVISO-EN-CURSO
               PERFORM CERRAR-AVISO
           END-IF.
           MOVE SPACES TO WS-MARCA-BAJA.
           IF WS-CTA-90 > 0
               PERFORM PROPONER-BAJA
           END-IF.
           IF WS-CTA-CORRIENTE + WS-CTA-30 + WS-CTA-60 + WS-CTA-90
               + WS-CTA-FAVOR > 0
               ADD 1 TO WS-CUENTAS-CON-SALDO
               MOVE SPACES TO RE-DETALLE-ANTIGUEDAD
               MOVE WS-CUENTA-EN-CURSO TO RDA-CUENTA
               MOVE WS-CTA-CORRIENTE TO RDA-CORRIENTE
               MOVE WS-CTA-30 TO RDA-30
               MOVE WS-CTA-60 TO RDA-60
               MOVE WS-CTA-90 TO RDA-90
               MOVE WS-CTA-FAVOR TO RDA-FAVOR
               MOVE WS-MARCA-BAJA TO RDA-MARCA
               MOVE RE-DETALLE-ANTIGUEDAD TO REPORTE-LINEA
               PERFORM GRABAR-LINEA-REPORTE
               ADD WS-CTA-CORRIENTE TO WS-TOT-CORRIENTE
               ADD WS-CTA-30 TO WS-TOT-30
               ADD WS-CTA-60 TO WS-TOT-60
               ADD WS-CTA-90 TO WS-TOT-90
               ADD WS-CTA-FAVOR TO WS-TOT-FAVOR
           END-IF.

      *    Deuda de 90 días o más: se propone la baja de la cuenta
      *    para que alguien la revise. No se propone para una cuenta
      *    que ya no está activa o que ya tiene una baja esperando
      *    visto bueno. Marca del informe: B propuesta, P ya
      *    pendiente, I ya inactiva, ? no está en el maestro, E no se
      *    pudo grabar la orden (RC=8, como en CTADORM).
           PROPONER-BAJA.
           MOVE WS-CUENTA-EN-CURSO TO CTA-CODIGO.
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE "?" TO WS-MARCA-BAJA
           END-READ.
           IF WS-MARCA-BAJA = SPACES
               PERFORM BUSCAR-PENDIENTE
               EVALUATE TRUE
                   WHEN CTA-INACTIVA
                       MOVE "I" TO WS-MARCA-BAJA
                   WHEN BAJA-PENDIENTE
                       MOVE "P" TO WS-MARCA-BAJA
                   WHEN OTHER
                       MOVE SPACES TO MNT-REGISTRO
                       MOVE "B" TO MNT-ACCION
                       MOVE WS-CUENTA-EN-CURSO TO MNT-CUENTA
                       MOVE WS-OPERADOR-SISTEMA TO MNT-OPERADOR
                       WRITE MNT-REGISTRO
                       IF WS-ESTADO-ORDENES = "00"
                           ADD 1 TO WS-BAJAS-PROPUESTAS
                           MOVE "B" TO WS-MARCA-BAJA
                       ELSE
                           DISPLAY "Error! No se pudo grabar la orden "
                               "de baja de la cuenta "
                               WS-CUENTA-EN-CURSO " (estado "
                               WS-ESTADO-ORDENES ")"
                           MOVE "E" TO WS-MARCA-BAJA
                           MOVE 8 TO WS-CODIGO-RETORNO
                       END-IF
               END-EVALUATE
           END-IF.

           BUSCAR-PENDIENTE.
           MOVE "N" TO WS-BAJA-PENDIENTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-PENDIENTES-USADOS
               IF WS-PENDIENTE-CUENTA(WS-IDX) = WS-CUENTA-EN-CURSO
                   SET BAJA-PENDIENTE TO TRUE
                   MOVE WS-PENDIENTES-USADOS TO WS-IDX
               END-IF
           END-PERFORM.

      *    La cabecera del aviso sale con la primera partida vencida
      *    de la cuenta; cada aviso arranca en página nueva.
           ESCRIBIR-PARTIDA-AVISO.
           IF NOT AVISO-EN-CURSO
               SET AVISO-EN-CURSO TO TRUE
               ADD 1 TO WS-AVISOS-EMITIDOS
               PERFORM ESCRIBIR-ENCABEZADO-AVISO
           END-IF.
           IF WS-AVISO-LINEAS >= WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-AVISO
           END-IF.
           MOVE SPACES TO AV-DETALLE.
           MOVE CXC-FECHA TO WS-FECHA-TEXTO.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-FORMATO TO AVD-FECHA.
           MOVE CXC-IMPORTE TO AVD-IMPORTE.
           MOVE CXC-SALDO TO AVD-PENDIENTE.
           MOVE WS-DIAS-PARTIDA TO AVD-DIAS.
           MOVE CXC-AVISOS TO AVD-AVISO.
           MOVE AV-DETALLE TO AVISO-LINEA.
           WRITE AVISO-LINEA.
           ADD 1 TO WS-AVISO-LINEAS.

           ESCRIBIR-ENCABEZADO-AVISO.
           ADD 1 TO WS-AVISO-PAGINA.
           MOVE "AVISO DE COBRO" TO RE1-TITULO.
           MOVE RE-ENCABEZADO-1 TO AVISO-LINEA.
           WRITE AVISO-LINEA.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TEXTO.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-FORMATO TO RE2-FECHA.
           MOVE WS-AVISO-PAGINA TO RE2-PAGINA.
           MOVE RE-ENCABEZADO-2 TO AVISO-LINEA.
           WRITE AVISO-LINEA.
           MOVE WS-CUENTA-EN-CURSO TO AVC-CUENTA.
           MOVE AV-CUENTA-LINEA TO AVISO-LINEA.
           WRITE AVISO-LINEA.
           MOVE AV-TEXTO-1 TO AVISO-LINEA.
           WRITE AVISO-LINEA.
           MOVE AV-TITULO TO AVISO-LINEA.
           WRITE AVISO-LINEA.
           MOVE 5 TO WS-AVISO-LINEAS.
           MOVE "CARTERA: ANTIGUEDAD DE SALDOS" TO RE1-TITULO.

           CERRAR-AVISO.
           MOVE WS-CTA-VENCIDO TO AVT-TOTAL.
           MOVE AV-TOTAL TO AVISO-LINEA.
           WRITE AVISO-LINEA.
           MOVE AV-TEXTO-2 TO AVISO-LINEA.
           WRITE AVISO-LINEA.
           MOVE "N" TO WS-AVISO-EN-CURSO.

           ESCRIBIR-TOTALES-VENCIDOS.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE SPACES TO RE-DETALLE-ANTIGUEDAD.
           MOVE "TOTAL" TO RDA-CUENTA.
           MOVE WS-TOT-CORRIENTE TO RDA-CORRIENTE.
           MOVE WS-TOT-30 TO RDA-30.
           MOVE WS-TOT-60 TO RDA-60.
           MOVE WS-TOT-90 TO RDA-90.
           MOVE WS-TOT-FAVOR TO RDA-FAVOR.
           MOVE RE-DETALLE-ANTIGUEDAD TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE "CON SALDO:" TO RET1-TEXTO-1.
           MOVE WS-CUENTAS-CON-SALDO TO RET1-VALOR-1.
           MOVE "AVISOS:" TO RET1-TEXTO-2.
           MOVE WS-AVISOS-EMITIDOS TO RET1-VALOR-2.
           MOVE "BAJAS PROP.:" TO RET1-TEXTO-3.
           MOVE WS-BAJAS-PROPUESTAS TO RET1-VALOR-3.
           MOVE RE-TOTALES-1 TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

      ******************************************************************
      * Rutinas comunes.
      ******************************************************************
           PROBAR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PRUEBA) = 0
               SET FECHA-VALIDA TO TRUE
           END-IF.

      *    Línea de movimiento de CARGA y PAGOS: la fecha viene en
      *    WS-FECHA-TEXTO y RDM-CUENTA ya está puesta.
           ESCRIBIR-DETALLE-MOV.
           IF WS-FECHA-TEXTO IS NUMERIC AND WS-FECHA-TEXTO NOT = ZEROS
               PERFORM FORMATEAR-FECHA
               MOVE WS-FECHA-FORMATO TO RDM-FECHA
           ELSE
               MOVE "SIN FECHA" TO RDM-FECHA
           END-IF.
           MOVE WS-IMPORTE TO RDM-IMPORTE.
           MOVE WS-APLICADO TO RDM-APLICADO.
           MOVE WS-PENDIENTE TO RDM-SALDO.
           MOVE WS-RESULTADO TO RDM-RESULTADO.
           MOVE RE-DETALLE-MOV TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

           FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-FORMATO.
           STRING WS-FECHA-TEXTO(7:2) "/" WS-FECHA-TEXTO(5:2) "/"
               WS-FECHA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATO.

           MOSTRAR-RESUMEN.
           DISPLAY "===== Cartera de cuentas por cobrar ("
               WS-MODO ") =====".
           DISPLAY "Fecha de proceso: " WS-FECHA-NEGOCIO.
           EVALUATE TRUE
               WHEN MODO-CARGA
                   DISPLAY "Detalles leídos: " WS-REGISTROS-LEIDOS
                   DISPLAY "Partidas cargadas: " WS-PARTIDAS-CARGADAS
                   DISPLAY "Ya cargadas: " WS-PARTIDAS-YA-CARGADAS
                   DISPLAY "Sin importe: " WS-PARTIDAS-SIN-IMPORTE
                   DISPLAY "Inválidas: " WS-REGISTROS-INVALIDOS
                   MOVE WS-IMPORTE-TOTAL TO WS-TOTAL-FORMATO
                   DISPLAY "Importe cargado: " WS-TOTAL-FORMATO
               WHEN MODO-PAGOS
                   DISPLAY "Pagos leídos: " WS-REGISTROS-LEIDOS
                   DISPLAY "Pagos aplicados: " WS-PAGOS-APLICADOS
                   DISPLAY "A suspensos: " WS-PAGOS-SUSPENSO
                   DISPLAY "Saldos a favor: " WS-CREDITOS-CREADOS
                   MOVE WS-APLICADO-TOTAL TO WS-TOTAL-FORMATO
                   DISPLAY "Importe aplicado: " WS-TOTAL-FORMATO
               WHEN MODO-VENCIDOS
                   DISPLAY "Partidas leídas: " WS-REGISTROS-LEIDOS
                   DISPLAY "Cuentas con saldo: " WS-CUENTAS-CON-SALDO
                   DISPLAY "Avisos de cobro: " WS-AVISOS-EMITIDOS
                   DISPLAY "Bajas propuestas: " WS-BAJAS-PROPUESTAS
           END-EVALUATE.

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
               MOVE "CARTERA" TO COR-PROGRAMA
               MOVE WS-MODO TO COR-MODO
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-REGISTROS-LEIDOS TO COR-LEIDOS
               EVALUATE TRUE
                   WHEN MODO-CARGA
                       MOVE WS-PARTIDAS-CARGADAS TO COR-ACEPTADOS
                       MOVE WS-REGISTROS-INVALIDOS TO COR-RECHAZADOS
                   WHEN MODO-PAGOS
                       MOVE WS-PAGOS-APLICADOS TO COR-ACEPTADOS
                       MOVE WS-PAGOS-SUSPENSO TO COR-RECHAZADOS
                   WHEN OTHER
                       MOVE WS-CUENTAS-CON-SALDO TO COR-ACEPTADOS
                       MOVE 0 TO COR-RECHAZADOS
               END-EVALUATE
               MOVE WS-PARTIDAS-GRABADAS TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

      *    Detalles inválidos del extracto o pagos a suspensos se
      *    señalan con RC=4; un extracto que no cuadra o un archivo
      *    que no abre, RC=8.
           FIN-PROGRAMA.
               IF (WS-REGISTROS-INVALIDOS > 0
                   OR WS-PAGOS-SUSPENSO > 0)
                   AND WS-CODIGO-RETORNO = 0
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF CARTERA-ABIERTO
                   CLOSE ARCHIVO-CARTERA
               END-IF.
               IF CUENTAS-ABIERTO
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF AVISOS-ABIERTO
                   CLOSE ARCHIVO-AVISOS
               END-IF.
               IF ORDENES-ABIERTO
                   CLOSE ARCHIVO-ORDENES
               END-IF.
               IF WS-ESTADO-REPORTE = "00"
                   CLOSE ARCHIVO-REPORTE
               END-IF.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM CARTERA.
