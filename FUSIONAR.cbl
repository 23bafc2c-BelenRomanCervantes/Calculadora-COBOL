      ******************************************************************
      * Author:
      * Date:
      * Purpose: Unión del lote particionado por rango de cuentas.
      *          EDITSORT parte la entrada ordenada en hasta cuatro
      *          particiones y cada una corre como un paso LOTE Pn de
      *          CALCULADORA, con su propio punto de control, diario
      *          de posteos y salidas parciales. Este programa cruza
      *          los totales de control de EDITSORT (TOTPART) con lo
      *          que cada partición declara haber leído y procesado
      *          (RESPART) y, solo si todas terminaron y cuadran,
      *          arma un único REPORTE (secciones en orden de cuenta y
      *          un total general), un único EXTRACTO (una cabecera,
      *          un registro de totales con el hash combinado) y
      *          agrega los suspensos parciales a RECHAZOS. Recién
      *          entonces registra los lotes de la noche en LOTESREG y
      *          cierra la fecha de proceso. Cualquier diferencia
      *          termina con RC=8 sin escribir nada: la partición que
      *          falló se reinicia o se revierte con CTABACK y se
      *          vuelve a correr sola, y la unión se repite. RC=4 si
      *          la unión se hizo con fuentes omitidas por lote ya
      *          procesado.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: reconciliation of the partition
      *            run summaries against the EDITSORT partition control
      *            totals, merge of the partial report, extract and
      *            suspense files, LOTESREG registration and business
      *            date close for the partitioned batch.
      * 2026-10-15 Sources omitted as already-processed lotes are
      *            recorded in LOTESREG with status D (duplicate
      *            blocked); D lines are skipped when loading the
      *            registry.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FUSIONAR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales. RESPART y
      * RECHP son la concatenación de los archivos de todas las
      * particiones; los reportes y extractos parciales van por DD
      * separado porque se leen a la vez.
       FILE-CONTROL.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-TOTPART ASSIGN TO TOTPART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TOTPART.
           SELECT ARCHIVO-RESPART ASSIGN TO RESPART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPART.
           SELECT ARCHIVO-REPORTE-1 ASSIGN TO REPORTE1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCHIVO-REPORTE-2 ASSIGN TO REPORTE2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCHIVO-REPORTE-3 ASSIGN TO REPORTE3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCHIVO-REPORTE-4 ASSIGN TO REPORTE4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCHIVO-EXTRACTO-1 ASSIGN TO EXTRACT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCHIVO-EXTRACTO-2 ASSIGN TO EXTRACT2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCHIVO-EXTRACTO-3 ASSIGN TO EXTRACT3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCHIVO-EXTRACTO-4 ASSIGN TO EXTRACT4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCHIVO-RECHP ASSIGN TO RECHP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHP.
           SELECT ARCHIVO-REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT ARCHIVO-EXTRACTO ASSIGN TO EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXTRACTO.
           SELECT ARCHIVO-RECHAZOS ASSIGN TO RECHAZOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZOS.
           SELECT ARCHIVO-LOTESREG ASSIGN TO LOTESREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOTESREG.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

      * Totales de control de EDITSORT por fuente y partición con
      * una línea T por partición, y resúmenes de las particiones de
      * CALCULADORA: ambos en el trazado de PRTREG, que se lee en
      * WORKING-STORAGE.
       FD  ARCHIVO-TOTPART.
       01  TOTPART-REGISTRO PIC X(157).

       FD  ARCHIVO-RESPART.
       01  RESPART-REGISTRO PIC X(157).

      * Reportes y extractos parciales tal como los dejó cada
      * partición: el reporte sin encabezados de página, el
      * extracto con su cabecera H, sus detalles D y sus totales T.
       FD  ARCHIVO-REPORTE-1.
       01  RP1-LINEA PIC X(80).
       FD  ARCHIVO-REPORTE-2.
       01  RP2-LINEA PIC X(80).
       FD  ARCHIVO-REPORTE-3.
       01  RP3-LINEA PIC X(80).
       FD  ARCHIVO-REPORTE-4.
       01  RP4-LINEA PIC X(80).
       FD  ARCHIVO-EXTRACTO-1.
       01  EX1-REGISTRO PIC X(80).
       FD  ARCHIVO-EXTRACTO-2.
       01  EX2-REGISTRO PIC X(80).
       FD  ARCHIVO-EXTRACTO-3.
       01  EX3-REGISTRO PIC X(80).
       FD  ARCHIVO-EXTRACTO-4.
       01  EX4-REGISTRO PIC X(80).

      * Suspensos parciales, en el trazado de RECHREG.
       FD  ARCHIVO-RECHP.
       01  RECHP-REGISTRO PIC X(64).

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA PIC X(80).

       FD  ARCHIVO-EXTRACTO.
       01  EXTRACTO-REGISTRO PIC X(80).

       FD  ARCHIVO-RECHAZOS.
       COPY RECHREG.

      * Registro de lotes ya procesados, el mismo que lee y extiende
      * CALCULADORA en el lote sin particionar. Estado D = reentrada
      * rechazada por duplicada, que no es un lote procesado.
       FD  ARCHIVO-LOTESREG.
       01  LREG-REGISTRO.
           05 LREG-LOTE-ID PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 LREG-DEPARTAMENTO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LREG-FECHA-CREACION PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LREG-FECHA-PROCESO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LREG-ESTADO PIC X.
               88 LREG-DUPLICADO VALUE "D".

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-TOTPART PIC X(2) VALUE SPACES.
           88 FIN-TOTPART VALUE "10".
       01 WS-ESTADO-RESPART PIC X(2) VALUE SPACES.
           88 FIN-RESPART VALUE "10".
       01 WS-ESTADO-PARCIAL PIC X(2) VALUE SPACES.
           88 FIN-PARCIAL VALUE "10".
       01 WS-ESTADO-RECHP PIC X(2) VALUE SPACES.
           88 FIN-RECHP VALUE "10".
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-ESTADO-EXTRACTO PIC X(2) VALUE SPACES.
       01 WS-ESTADO-RECHAZOS PIC X(2) VALUE SPACES.
       01 WS-ESTADO-LOTESREG PIC X(2) VALUE SPACES.
           88 FIN-LOTESREG VALUE "10".
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-NEGOCIO-TX REDEFINES WS-FECHA-NEGOCIO PIC X(8).
       01 WS-FECHA-FORMATO PIC X(10) VALUE SPACES.
       01 WS-FECHA-ACTUAL PIC X(21).
       01 WS-FECHA-CERRADA PIC X VALUE "N".
           88 FECHA-CERRADA VALUE "S".

       01 WS-PARM-ENTRADA PIC X(40).
       01 WS-PARM-OPCION PIC X(10).
       01 WS-FORZAR-FECHA PIC X VALUE "N".
           88 FORZAR-FECHA VALUE "S".

      * Línea de TOTPART o de RESPART en curso.
       COPY PRTREG.

      * Particiones: los totales que EDITSORT les escribió (TOTPART)
      * y lo que cada una declara al terminar (RESPART), más el
      * estado de lectura de su reporte parcial durante la unión.
       01 WS-MAX-PARTICIONES PIC 9(2) VALUE 4.
       01 WS-PARTICIONES PIC 9(2) VALUE 0.
       01 WS-IDX-PAR PIC 9(2) VALUE 0.
       01 WS-TABLA-PARTICIONES.
           05 WS-PAR OCCURS 4.
               10 WS-PAR-EN-TOTPART PIC X.
               10 WS-PAR-HASTA PIC X(8).
               10 WS-PAR-ES-CONTADOR PIC 9(7).
               10 WS-PAR-ES-TOTAL PIC S9(11)V99.
               10 WS-PAR-TERMINADA PIC X.
               10 WS-PAR-CONTADOR PIC 9(7).
               10 WS-PAR-TOTAL PIC S9(11)V99.
               10 WS-PAR-OPERACIONES PIC 9(7).
               10 WS-PAR-RESULTADOS PIC S9(11)V9(4).
               10 WS-PAR-RECHAZOS PIC 9(7).
               10 WS-PAR-ESTADO PIC X.
               10 WS-PAR-FUENTES PIC 9(4).
               10 WS-PAR-EXT-REGISTROS PIC 9(9).
               10 WS-PAR-EXT-HASH PIC S9(11)V9(4).
               10 WS-PAR-REINICIO PIC 9(9).
               10 WS-PAR-LINEA PIC X(80).
               10 WS-PAR-FIN-REPORTE PIC X.
               10 WS-PAR-REPORTE-ABIERTO PIC X.

      * Fuentes del TRANSACC, con su celda por partición: lo que
      * EDITSORT escribió y lo que la partición leyó de ella.
       01 WS-MAX-FUENTES PIC 9(4) VALUE 200.
       01 WS-FUENTES PIC 9(4) VALUE 0.
       01 WS-IDX-FTE PIC 9(4) VALUE 0.
       01 WS-TABLA-FUENTES.
           05 WS-FTE OCCURS 200.
               10 WS-FTE-LOTE-ID PIC X(12).
               10 WS-FTE-DEPARTAMENTO PIC X(4).
               10 WS-FTE-FECHA-CREACION PIC 9(8).
               10 WS-FTE-OMITIDA PIC X.
               10 WS-FTE-OPERACIONES PIC 9(7).
               10 WS-FTE-RESULTADOS PIC S9(11)V9(4).
               10 WS-FTE-PAR OCCURS 4.
                   15 WS-FP-EN-TOTPART PIC X.
                   15 WS-FP-ES-LOTE-ID PIC X(12).
                   15 WS-FP-ES-CONTADOR PIC 9(7).
                   15 WS-FP-ES-TOTAL PIC S9(11)V99.
                   15 WS-FP-EN-RESPART PIC X.
                   15 WS-FP-LOTE-ID PIC X(12).
                   15 WS-FP-CONTADOR PIC 9(7).
                   15 WS-FP-TOTAL PIC S9(11)V99.
                   15 WS-FP-OPERACIONES PIC 9(7).
                   15 WS-FP-RESULTADOS PIC S9(11)V9(4).
                   15 WS-FP-ESTADO PIC X.

      * Totales de la noche: lo que EDITSORT repartió y lo que las
      * particiones leyeron, procesaron y suspendieron.
       01 WS-ES-CONTADOR PIC 9(7) VALUE 0.
       01 WS-ES-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-GRAN-CONTADOR PIC 9(7) VALUE 0.
       01 WS-GRAN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-GRAN-OPERACIONES PIC 9(7) VALUE 0.
       01 WS-GRAN-RESULTADOS PIC S9(11)V9(4) VALUE 0.
       01 WS-GRAN-RECHAZOS PIC 9(7) VALUE 0.
       01 WS-FUENTES-OMITIDAS PIC 9(4) VALUE 0.
       01 WS-LINEAS-FUERA PIC 9(4) VALUE 0.

      * Línea del extracto parcial en curso, con las vistas de
      * detalle y de totales del trazado que escribe CALCULADORA.
       01 WS-LINEA-EXTRACTO PIC X(80).
       01 WS-EXTRACTO-DETALLE REDEFINES WS-LINEA-EXTRACTO.
           05 WS-EXD-TIPO PIC X.
               88 EXD-ES-CABECERA VALUE "H".
               88 EXD-ES-DETALLE VALUE "D".
               88 EXD-ES-TOTALES VALUE "T".
           05 FILLER PIC X(49).
           05 WS-EXD-TRANSACCION PIC 9(9).
           05 FILLER PIC X(21).
       01 WS-EXTRACTO-TOTALES REDEFINES WS-LINEA-EXTRACTO.
           05 FILLER PIC X.
           05 WS-EXT-REGISTROS PIC 9(9).
           05 WS-EXT-HASH PIC +9(11).9(4).
           05 FILLER PIC X(53).
      * Los números de transacción de cada partición empiezan en uno;
      * en el extracto unido llevan delante el número de partición
      * para que sigan siendo únicos como clave del acuse del mayor.
       01 WS-FACTOR-TRANSACCION PIC 9(9) VALUE 100000000.
       01 WS-EXT-LEIDOS PIC 9(9) VALUE 0.
       01 WS-EXT-DETALLES PIC 9(9) VALUE 0.
       01 WS-EXT-DECLARADOS PIC 9(9) VALUE 0.
       01 WS-EXT-HASH-LEIDO PIC S9(11)V9(4) VALUE 0.
       01 WS-EXT-CON-TOTALES PIC X VALUE "N".
           88 EXT-CON-TOTALES VALUE "S".
       01 WS-EXT-FUERA-RANGO PIC 9(9) VALUE 0.
       01 WS-EXTRACTO-REGISTROS PIC 9(9) VALUE 0.
       01 WS-EXTRACTO-HASH PIC S9(11)V9(4) VALUE 0.
       01 WS-RECHP-LEIDOS PIC 9(7) VALUE 0.

       01 EX-CABECERA.
           05 FILLER PIC X VALUE "H".
           05 EX-CAB-SISTEMA PIC X(8) VALUE "CALCULAD".
           05 EX-CAB-TIMESTAMP PIC X(14).
       01 EX-TOTALES.
           05 FILLER PIC X VALUE "T".
           05 EX-TOT-REGISTROS PIC 9(9).
           05 EX-TOT-HASH PIC +9(11).9(4).

      * Registro de lotes en memoria, como en CALCULADORA, para no
      * anotar dos veces un lote de una unión que se repite.
       01 WS-MAX-LOTES PIC 9(4) VALUE 500.
       01 WS-LOTES-USADOS PIC 9(4) VALUE 0.
       01 WS-LOTES-PTR PIC 9(4) VALUE 0.
       01 WS-LOTE-GUARDAR PIC X(12) VALUE SPACES.
       01 WS-TABLA-LOTES.
           05 WS-LOTE-ID OCCURS 500 PIC X(12).
       01 WS-LOTES-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-IDX-LOTE PIC 9(4) VALUE 0.
       01 WS-LOTE-YA-PROCESADO PIC X VALUE "N".
           88 LOTE-YA-PROCESADO VALUE "S".
       01 WS-LOTES-ANOTADOS PIC 9(4) VALUE 0.

      * Reporte unido: mismos encabezados, paginación y líneas de
      * fuente y total que el reporte de CALCULADORA.
       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-COPIADAS PIC 9(7) VALUE 0.
       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.

       01 RE-ENCABEZADO-1 PIC X(80) VALUE
           "CALCULADORA CORP. - REPORTE DE CALCULOS".
       01 RE-ENCABEZADO-2.
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 RE2-FECHA PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-ENCABEZADO-3.
           05 FILLER PIC X(55) VALUE
           "OPER    NUMERO1      NUMERO2           RESULTADO ENC DC".
           05 FILLER PIC X(25) VALUE "  MON".
       01 RE-FUENTE-ENCABEZADO.
           05 FILLER PIC X(8) VALUE "FUENTE: ".
           05 REF-NUMERO PIC ZZZ9.
       01 RE-FUENTE-SUBTOTAL.
           05 FILLER PIC X(16) VALUE "SUBTOTAL FUENTE ".
           05 RESF-NUMERO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE ": ".
           05 RESF-OPERACIONES PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE " ops  ".
           05 RESF-TOTAL PIC -(8)9.9999.
       01 RE-TOTAL-GENERAL.
           05 FILLER PIC X(15) VALUE "TOTAL GENERAL: ".
           05 RTG-OPERACIONES PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE " ops  ".
           05 RTG-TOTAL PIC -(9)9.9999.
      * Cuadre de la noche al pie del reporte unido: una línea por
      * partición y los totales de control de EDITSORT contra lo
      * que leyeron las particiones.
       01 RE-PARTICION-TITULO PIC X(80) VALUE
           "CONCILIACION DEL LOTE PARTICIONADO".
       01 RE-PARTICION-LINEA.
           05 FILLER PIC X(10) VALUE "PARTICION ".
           05 RPL-PARTICION PIC 99.
           05 FILLER PIC X(8) VALUE "  HASTA ".
           05 RPL-HASTA PIC X(8).
           05 FILLER PIC X(10) VALUE "  LEIDOS: ".
           05 RPL-LEIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE "  OPS: ".
           05 RPL-OPERACIONES PIC ZZZZZZ9.
           05 FILLER PIC X(8) VALUE "  SUSP: ".
           05 RPL-RECHAZOS PIC ZZZZZZ9.
       01 RE-CONTROL-LINEA.
           05 RCL-ORIGEN PIC X(14).
           05 FILLER PIC X(11) VALUE "REGISTROS: ".
           05 RCL-REGISTROS PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
           05 RCL-TOTAL PIC -(11)9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           INITIALIZE WS-TABLA-PARTICIONES WS-TABLA-FUENTES.
           ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "CALC_PARM".
           MOVE SPACES TO WS-PARM-OPCION.
           UNSTRING WS-PARM-ENTRADA DELIMITED BY SPACE
               INTO WS-PARM-OPCION.
           IF WS-PARM-OPCION = "FORZAR" OR WS-PARM-OPCION = "forzar"
               SET FORZAR-FECHA TO TRUE
           END-IF.
           PERFORM LEER-FECHA-PROCESO.
           IF WS-CODIGO-RETORNO = 0
               PERFORM CARGAR-TOTPART
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM CARGAR-RESPART
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM CRUZAR-PARTICIONES
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM VERIFICAR-EXTRACTOS
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM VERIFICAR-RECHAZOS
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM VERIFICAR-REPORTES
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM ABRIR-SALIDAS
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM UNIR-REPORTES
               PERFORM UNIR-EXTRACTOS
               PERFORM AGREGAR-RECHAZOS
               PERFORM CERRAR-SALIDAS
               PERFORM REGISTRAR-LOTES
               PERFORM CERRAR-FECHA-PROCESO
               PERFORM MOSTRAR-RESUMEN
           ELSE
               PERFORM CERRAR-REPORTE-PARCIAL
                   VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-PARTICIONES
               DISPLAY "Error! El lote particionado no se une: no se "
                   "escribió nada ni se tocó la fecha de proceso"
           END-IF.
           PERFORM FIN-PROGRAMA.

      *    La unión pertenece a la fecha de negocio vigente y, como
      *    el lote sin particionar, no repite una fecha ya cerrada
      *    sin el FORZAR explícito.
           LEER-FECHA-PROCESO.
           OPEN INPUT ARCHIVO-FECHAPROC.
           IF WS-ESTADO-FECHAPROC = "00"
               READ ARCHIVO-FECHAPROC
                   AT END CONTINUE
               END-READ
               IF WS-ESTADO-FECHAPROC = "00"
                   AND FPR-FECHA IS NUMERIC
                   MOVE FPR-FECHA TO WS-FECHA-NEGOCIO
                   IF FPR-ESTADO = "C"
                       SET FECHA-CERRADA TO TRUE
                   END-IF
               END-IF
               CLOSE ARCHIVO-FECHAPROC
           END-IF.
           IF WS-FECHA-NEGOCIO = 0
               DISPLAY "Error! Sin fecha de proceso legible en "
                   "FECHAPRC (estado " WS-ESTADO-FECHAPROC ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               MOVE SPACES TO WS-FECHA-FORMATO
               STRING WS-FECHA-NEGOCIO-TX(7:2) "/"
                   WS-FECHA-NEGOCIO-TX(5:2) "/"
                   WS-FECHA-NEGOCIO-TX(1:4) DELIMITED BY SIZE
                   INTO WS-FECHA-FORMATO
               IF FECHA-CERRADA
                   IF FORZAR-FECHA
                       DISPLAY "Aviso! Fecha de proceso "
                           WS-FECHA-FORMATO " cerrada; unión "
                           "autorizada por FORZAR"
                   ELSE
                       DISPLAY "Error! La fecha de proceso "
                           WS-FECHA-FORMATO " ya está cerrada; "
                           "añada FORZAR al PARM para repetirla"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF.

      *    Las líneas T de EDITSORT dicen cuántas particiones y
      *    fuentes hubo; sin ellas la corrida de EDITSORT no terminó
      *    o no se particionó y no hay contra qué cuadrar.
           CARGAR-TOTPART.
           OPEN INPUT ARCHIVO-TOTPART.
           IF WS-ESTADO-TOTPART NOT = "00"
               DISPLAY "Error! No se pudo abrir los totales de "
                   "partición de EDITSORT (estado "
                   WS-ESTADO-TOTPART ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-TOTPART
               PERFORM UNTIL FIN-TOTPART
                   PERFORM GUARDAR-LINEA-TOTPART
                   PERFORM LEER-TOTPART
               END-PERFORM
               CLOSE ARCHIVO-TOTPART
               IF WS-PARTICIONES = 0
                   DISPLAY "Error! TOTPART no trae el cierre de "
                       "ninguna partición"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

           LEER-TOTPART.
           READ ARCHIVO-TOTPART INTO PRT-REGISTRO
               AT END SET FIN-TOTPART TO TRUE
           END-READ.

           GUARDAR-LINEA-TOTPART.
           IF PRT-FECHA-NEGOCIO NOT = WS-FECHA-NEGOCIO
               OR PRT-PARTICION IS NOT NUMERIC
               OR PRT-PARTICION < 1
               OR PRT-PARTICION > WS-MAX-PARTICIONES
               OR PRT-FUENTE IS NOT NUMERIC
               OR PRT-FUENTE > WS-MAX-FUENTES
               DISPLAY "Error! Línea de TOTPART de otra fecha o "
                   "fuera de rango: " PRT-TIPO " " PRT-PARTICION " "
                   PRT-FECHA-NEGOCIO " " PRT-FUENTE
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               MOVE PRT-PARTICION TO WS-IDX-PAR
               EVALUATE TRUE
                   WHEN PRT-ES-FUENTE AND PRT-FUENTE > 0
                       MOVE PRT-FUENTE TO WS-IDX-FTE
                       MOVE "S" TO WS-FP-EN-TOTPART(WS-IDX-FTE,
                           WS-IDX-PAR)
                       MOVE PRT-LOTE-ID TO WS-FP-ES-LOTE-ID(WS-IDX-FTE,
                           WS-IDX-PAR)
                       MOVE PRT-CONTADOR TO
                           WS-FP-ES-CONTADOR(WS-IDX-FTE, WS-IDX-PAR)
                       MOVE PRT-TOTAL TO WS-FP-ES-TOTAL(WS-IDX-FTE,
                           WS-IDX-PAR)
                       MOVE PRT-LOTE-ID TO WS-FTE-LOTE-ID(WS-IDX-FTE)
                       MOVE PRT-DEPARTAMENTO
                           TO WS-FTE-DEPARTAMENTO(WS-IDX-FTE)
                       MOVE PRT-FECHA-CREACION
                           TO WS-FTE-FECHA-CREACION(WS-IDX-FTE)
                   WHEN PRT-ES-CIERRE
                       IF PRT-PARTICIONES > WS-MAX-PARTICIONES
                           OR PRT-FUENTES > WS-MAX-FUENTES
                           DISPLAY "Error! TOTPART declara "
                               PRT-PARTICIONES " particiones y "
                               PRT-FUENTES " fuentes; caben "
                               WS-MAX-PARTICIONES " y "
                               WS-MAX-FUENTES
                           MOVE 8 TO WS-CODIGO-RETORNO
                       ELSE
                           MOVE PRT-PARTICIONES TO WS-PARTICIONES
                           MOVE PRT-FUENTES TO WS-FUENTES
                           MOVE "S" TO WS-PAR-EN-TOTPART(WS-IDX-PAR)
                           MOVE PRT-HASTA TO WS-PAR-HASTA(WS-IDX-PAR)
                           MOVE PRT-CONTADOR
                               TO WS-PAR-ES-CONTADOR(WS-IDX-PAR)
                           MOVE PRT-TOTAL TO WS-PAR-ES-TOTAL(WS-IDX-PAR)
                           ADD PRT-CONTADOR TO WS-ES-CONTADOR
                           ADD PRT-TOTAL TO WS-ES-TOTAL
                       END-IF
                   WHEN OTHER
                       DISPLAY "Aviso! Línea de TOTPART con tipo no "
                           "reconocido (" PRT-TIPO "); se ignora"
               END-EVALUATE
           END-IF.

      *    RESPART junta los resúmenes de todas las particiones; una
      *    partición sin línea T no llegó al final de su archivo.
           CARGAR-RESPART.
           OPEN INPUT ARCHIVO-RESPART.
           IF WS-ESTADO-RESPART NOT = "00"
               DISPLAY "Error! No se pudo abrir los resúmenes de las "
                   "particiones (estado " WS-ESTADO-RESPART ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-RESPART
               PERFORM UNTIL FIN-RESPART
                   PERFORM GUARDAR-LINEA-RESPART
                   PERFORM LEER-RESPART
               END-PERFORM
               CLOSE ARCHIVO-RESPART
           END-IF.

           LEER-RESPART.
           READ ARCHIVO-RESPART INTO PRT-REGISTRO
               AT END SET FIN-RESPART TO TRUE
           END-READ.

           GUARDAR-LINEA-RESPART.
           IF PRT-FECHA-NEGOCIO NOT = WS-FECHA-NEGOCIO
               OR PRT-PARTICION IS NOT NUMERIC
               OR PRT-PARTICION < 1
               OR PRT-PARTICION > WS-PARTICIONES
               OR PRT-FUENTE IS NOT NUMERIC
               OR PRT-FUENTE > WS-FUENTES
               DISPLAY "Error! Resumen de partición de otra fecha o "
                   "fuera de las particiones de EDITSORT: " PRT-TIPO
                   " " PRT-PARTICION " " PRT-FECHA-NEGOCIO " "
                   PRT-FUENTE
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               MOVE PRT-PARTICION TO WS-IDX-PAR
               EVALUATE TRUE
                   WHEN PRT-ES-FUENTE AND PRT-FUENTE > 0
                       MOVE PRT-FUENTE TO WS-IDX-FTE
                       IF WS-FP-EN-RESPART(WS-IDX-FTE, WS-IDX-PAR)
                           = "S"
                           DISPLAY "Error! La fuente " PRT-FUENTE
                               " de la partición " PRT-PARTICION
                               " figura dos veces en RESPART"
                           MOVE 8 TO WS-CODIGO-RETORNO
                       END-IF
                       MOVE "S" TO WS-FP-EN-RESPART(WS-IDX-FTE,
                           WS-IDX-PAR)
                       MOVE PRT-LOTE-ID TO WS-FP-LOTE-ID(WS-IDX-FTE,
                           WS-IDX-PAR)
                       MOVE PRT-CONTADOR TO WS-FP-CONTADOR(WS-IDX-FTE,
                           WS-IDX-PAR)
                       MOVE PRT-TOTAL TO WS-FP-TOTAL(WS-IDX-FTE,
                           WS-IDX-PAR)
                       MOVE PRT-OPERACIONES TO
                           WS-FP-OPERACIONES(WS-IDX-FTE, WS-IDX-PAR)
                       MOVE PRT-RESULTADOS TO
                           WS-FP-RESULTADOS(WS-IDX-FTE, WS-IDX-PAR)
                       MOVE PRT-ESTADO TO WS-FP-ESTADO(WS-IDX-FTE,
                           WS-IDX-PAR)
                   WHEN PRT-ES-CIERRE
                       IF WS-PAR-TERMINADA(WS-IDX-PAR) = "S"
                           DISPLAY "Error! La partición "
                               PRT-PARTICION " figura dos veces "
                               "cerrada en RESPART"
                           MOVE 8 TO WS-CODIGO-RETORNO
                       END-IF
                       MOVE "S" TO WS-PAR-TERMINADA(WS-IDX-PAR)
                       MOVE PRT-CONTADOR TO WS-PAR-CONTADOR(WS-IDX-PAR)
                       MOVE PRT-TOTAL TO WS-PAR-TOTAL(WS-IDX-PAR)
                       MOVE PRT-OPERACIONES
                           TO WS-PAR-OPERACIONES(WS-IDX-PAR)
                       MOVE PRT-RESULTADOS
                           TO WS-PAR-RESULTADOS(WS-IDX-PAR)
                       MOVE PRT-RECHAZOS TO WS-PAR-RECHAZOS(WS-IDX-PAR)
                       MOVE PRT-ESTADO TO WS-PAR-ESTADO(WS-IDX-PAR)
                       MOVE PRT-FUENTES TO WS-PAR-FUENTES(WS-IDX-PAR)
                       MOVE PRT-EXTRACTO-REGISTROS
                           TO WS-PAR-EXT-REGISTROS(WS-IDX-PAR)
                       MOVE PRT-EXTRACTO-HASH
                           TO WS-PAR-EXT-HASH(WS-IDX-PAR)
                       MOVE PRT-REINICIO TO WS-PAR-REINICIO(WS-IDX-PAR)
                   WHEN OTHER
                       DISPLAY "Aviso! Línea de RESPART con tipo no "
                           "reconocido (" PRT-TIPO "); se ignora"
               END-EVALUATE
           END-IF.

      *    Cada partición tiene que haber terminado, cuadrado contra
      *    sus trailers y leído exactamente lo que EDITSORT le
      *    escribió, fuente por fuente. Se revisan todas antes de
      *    cortar, para que el operador vea de una vez qué
      *    particiones hay que reiniciar o revertir.
           CRUZAR-PARTICIONES.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               IF WS-PAR-EN-TOTPART(WS-IDX-PAR) NOT = "S"
                   DISPLAY "Error! TOTPART no trae el cierre de la "
                       "partición " WS-IDX-PAR
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
               IF WS-PAR-TERMINADA(WS-IDX-PAR) NOT = "S"
                   DISPLAY "Error! La partición " WS-IDX-PAR " no "
                       "terminó: reiníciela con su paso LOTE P"
                       WS-IDX-PAR(2:1) " o revierta sus posteos con "
                       "CTABACK y vuelva a correrla"
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM CRUZAR-CIERRE-PARTICION
                   PERFORM CRUZAR-FUENTE
                       VARYING WS-IDX-FTE FROM 1 BY 1
                       UNTIL WS-IDX-FTE > WS-FUENTES
               END-IF
               END-IF
           END-PERFORM.

           CRUZAR-CIERRE-PARTICION.
           IF WS-PAR-ESTADO(WS-IDX-PAR) NOT = "C"
               DISPLAY "Error! La partición " WS-IDX-PAR " terminó "
                   "descuadrada contra sus trailers"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           IF WS-PAR-FUENTES(WS-IDX-PAR) NOT = WS-FUENTES
               DISPLAY "Error! La partición " WS-IDX-PAR " leyó "
                   WS-PAR-FUENTES(WS-IDX-PAR) " fuentes y EDITSORT "
                   "le escribió " WS-FUENTES
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           IF WS-PAR-CONTADOR(WS-IDX-PAR)
               NOT = WS-PAR-ES-CONTADOR(WS-IDX-PAR)
               OR WS-PAR-TOTAL(WS-IDX-PAR)
               NOT = WS-PAR-ES-TOTAL(WS-IDX-PAR)
               DISPLAY "Error! La partición " WS-IDX-PAR " leyó "
                   WS-PAR-CONTADOR(WS-IDX-PAR) " registros y EDITSORT"
                   " le escribió " WS-PAR-ES-CONTADOR(WS-IDX-PAR)
                   ", o no coincide el total de control"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           IF WS-PAR-REINICIO(WS-IDX-PAR) > 0
               DISPLAY "Partición " WS-IDX-PAR " reiniciada desde la "
                   "transacción " WS-PAR-REINICIO(WS-IDX-PAR)
           END-IF.

      *    La fuente omitida por lote ya procesado lo es en todas las
      *    particiones, porque todas leen el mismo registro de lotes y
      *    la misma cabecera.
           CRUZAR-FUENTE.
           IF WS-FP-EN-TOTPART(WS-IDX-FTE, WS-IDX-PAR) NOT = "S"
               OR WS-FP-EN-RESPART(WS-IDX-FTE, WS-IDX-PAR) NOT = "S"
               DISPLAY "Error! Falta la fuente " WS-IDX-FTE " de la "
                   "partición " WS-IDX-PAR " en TOTPART o en RESPART"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               IF WS-FP-CONTADOR(WS-IDX-FTE, WS-IDX-PAR)
                   NOT = WS-FP-ES-CONTADOR(WS-IDX-FTE, WS-IDX-PAR)
                   OR WS-FP-TOTAL(WS-IDX-FTE, WS-IDX-PAR)
                   NOT = WS-FP-ES-TOTAL(WS-IDX-FTE, WS-IDX-PAR)
                   OR WS-FP-LOTE-ID(WS-IDX-FTE, WS-IDX-PAR)
                   NOT = WS-FP-ES-LOTE-ID(WS-IDX-FTE, WS-IDX-PAR)
                   DISPLAY "Error! La fuente " WS-IDX-FTE " de la "
                       "partición " WS-IDX-PAR " no coincide con lo "
                       "que EDITSORT le escribió"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
               EVALUATE WS-FP-ESTADO(WS-IDX-FTE, WS-IDX-PAR)
                   WHEN "C"
                   WHEN "O"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Error! La fuente " WS-IDX-FTE " de "
                           "la partición " WS-IDX-PAR " no concilió "
                           "contra su trailer"
                       MOVE 8 TO WS-CODIGO-RETORNO
               END-EVALUATE
               IF WS-IDX-PAR = 1
                   IF WS-FP-ESTADO(WS-IDX-FTE, 1) = "O"
                       MOVE "S" TO WS-FTE-OMITIDA(WS-IDX-FTE)
                   ELSE
                       MOVE "N" TO WS-FTE-OMITIDA(WS-IDX-FTE)
                   END-IF
               ELSE
               IF (WS-FP-ESTADO(WS-IDX-FTE, WS-IDX-PAR) = "O"
                   AND WS-FTE-OMITIDA(WS-IDX-FTE) NOT = "S")
                   OR (WS-FP-ESTADO(WS-IDX-FTE, WS-IDX-PAR) NOT = "O"
                   AND WS-FTE-OMITIDA(WS-IDX-FTE) = "S")
                   DISPLAY "Error! La fuente " WS-IDX-FTE " se omitió "
                       "en unas particiones y en otras no"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
               END-IF
               ADD WS-FP-OPERACIONES(WS-IDX-FTE, WS-IDX-PAR)
                   TO WS-FTE-OPERACIONES(WS-IDX-FTE)
               ADD WS-FP-RESULTADOS(WS-IDX-FTE, WS-IDX-PAR)
                   TO WS-FTE-RESULTADOS(WS-IDX-FTE)
           END-IF.

      *    Primera pasada por los extractos parciales: cabecera H,
      *    detalles y registro de totales tienen que coincidir con lo
      *    que la partición declaró, y el número de transacción
      *    tiene que caber debajo del prefijo de partición.
           VERIFICAR-EXTRACTOS.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               PERFORM VERIFICAR-EXTRACTO-PARCIAL
           END-PERFORM.

           VERIFICAR-EXTRACTO-PARCIAL.
           MOVE 0 TO WS-EXT-LEIDOS WS-EXT-DETALLES WS-EXT-DECLARADOS
               WS-EXT-FUERA-RANGO WS-EXT-HASH-LEIDO.
           MOVE "N" TO WS-EXT-CON-TOTALES.
           PERFORM ABRIR-EXTRACTO-PARCIAL.
           IF WS-ESTADO-PARCIAL NOT = "00"
               DISPLAY "Error! No se pudo abrir el extracto de la "
                   "partición " WS-IDX-PAR " (estado "
                   WS-ESTADO-PARCIAL ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-EXTRACTO-PARCIAL
               IF FIN-PARCIAL OR NOT EXD-ES-CABECERA
                   DISPLAY "Error! El extracto de la partición "
                       WS-IDX-PAR " no empieza con su cabecera"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
               PERFORM UNTIL FIN-PARCIAL
                   ADD 1 TO WS-EXT-LEIDOS
                   EVALUATE TRUE
                       WHEN EXD-ES-DETALLE
                           ADD 1 TO WS-EXT-DETALLES
                           IF WS-EXD-TRANSACCION IS NOT NUMERIC
                               OR WS-EXD-TRANSACCION NOT <
                                   WS-FACTOR-TRANSACCION
                               ADD 1 TO WS-EXT-FUERA-RANGO
                           END-IF
                       WHEN EXD-ES-TOTALES
                           SET EXT-CON-TOTALES TO TRUE
                           MOVE WS-EXT-REGISTROS TO WS-EXT-DECLARADOS
                           MOVE WS-EXT-HASH TO WS-EXT-HASH-LEIDO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM LEER-EXTRACTO-PARCIAL
               END-PERFORM
               PERFORM CERRAR-EXTRACTO-PARCIAL
               IF NOT EXT-CON-TOTALES
                   OR WS-EXT-DETALLES NOT = WS-EXT-DECLARADOS
                   OR WS-EXT-DETALLES
                       NOT = WS-PAR-EXT-REGISTROS(WS-IDX-PAR)
                   OR WS-EXT-HASH-LEIDO
                       NOT = WS-PAR-EXT-HASH(WS-IDX-PAR)
                   DISPLAY "Error! El extracto de la partición "
                       WS-IDX-PAR " trae " WS-EXT-DETALLES
                       " detalles y la partición declaró "
                       WS-PAR-EXT-REGISTROS(WS-IDX-PAR) ", o no "
                       "coinciden sus totales"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
               IF WS-EXT-FUERA-RANGO > 0
                   DISPLAY "Error! El extracto de la partición "
                       WS-IDX-PAR " trae " WS-EXT-FUERA-RANGO
                       " detalles con número de transacción no "
                       "numérico o que no cabe bajo el prefijo de "
                       "partición"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

           ABRIR-EXTRACTO-PARCIAL.
           EVALUATE WS-IDX-PAR
               WHEN 1 OPEN INPUT ARCHIVO-EXTRACTO-1
               WHEN 2 OPEN INPUT ARCHIVO-EXTRACTO-2
               WHEN 3 OPEN INPUT ARCHIVO-EXTRACTO-3
               WHEN 4 OPEN INPUT ARCHIVO-EXTRACTO-4
           END-EVALUATE.

           LEER-EXTRACTO-PARCIAL.
           EVALUATE WS-IDX-PAR
               WHEN 1
                   READ ARCHIVO-EXTRACTO-1 INTO WS-LINEA-EXTRACTO
                       AT END CONTINUE
                   END-READ
               WHEN 2
                   READ ARCHIVO-EXTRACTO-2 INTO WS-LINEA-EXTRACTO
                       AT END CONTINUE
                   END-READ
               WHEN 3
                   READ ARCHIVO-EXTRACTO-3 INTO WS-LINEA-EXTRACTO
                       AT END CONTINUE
                   END-READ
               WHEN 4
                   READ ARCHIVO-EXTRACTO-4 INTO WS-LINEA-EXTRACTO
                       AT END CONTINUE
                   END-READ
           END-EVALUATE.

           CERRAR-EXTRACTO-PARCIAL.
           EVALUATE WS-IDX-PAR
               WHEN 1 CLOSE ARCHIVO-EXTRACTO-1
               WHEN 2 CLOSE ARCHIVO-EXTRACTO-2
               WHEN 3 CLOSE ARCHIVO-EXTRACTO-3
               WHEN 4 CLOSE ARCHIVO-EXTRACTO-4
           END-EVALUATE.

      *    Los reportes parciales quedan abiertos para la unión, cada
      *    uno con su primera línea en espera, que tiene que ser el
      *    rótulo de la primera fuente.
           VERIFICAR-REPORTES.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               MOVE "N" TO WS-PAR-FIN-REPORTE(WS-IDX-PAR)
               PERFORM ABRIR-REPORTE-PARCIAL
               IF WS-ESTADO-PARCIAL NOT = "00"
                   DISPLAY "Error! No se pudo abrir el reporte de la "
                       "partición " WS-IDX-PAR " (estado "
                       WS-ESTADO-PARCIAL ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE "S" TO WS-PAR-REPORTE-ABIERTO(WS-IDX-PAR)
                   PERFORM LEER-REPORTE-PARCIAL
                   IF WS-FUENTES > 0
                       AND WS-PAR-LINEA(WS-IDX-PAR)(1:8)
                           NOT = "FUENTE: "
                       DISPLAY "Error! El reporte de la partición "
                           WS-IDX-PAR " no empieza con el rótulo de "
                           "su primera fuente"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
           END-PERFORM.

      *    Los suspensos parciales se cuentan antes de agregarlos: si
      *    no son los que las particiones declararon, falta o sobra
      *    algún archivo en la concatenación de RECHP.
           VERIFICAR-RECHAZOS.
           MOVE 0 TO WS-GRAN-RECHAZOS.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               ADD WS-PAR-RECHAZOS(WS-IDX-PAR) TO WS-GRAN-RECHAZOS
           END-PERFORM.
           MOVE 0 TO WS-RECHP-LEIDOS.
           OPEN INPUT ARCHIVO-RECHP.
           IF WS-ESTADO-RECHP = "00"
               PERFORM LEER-RECHP
               PERFORM UNTIL FIN-RECHP
                   ADD 1 TO WS-RECHP-LEIDOS
                   PERFORM LEER-RECHP
               END-PERFORM
               CLOSE ARCHIVO-RECHP
           END-IF.
           IF WS-RECHP-LEIDOS NOT = WS-GRAN-RECHAZOS
               DISPLAY "Error! Los suspensos parciales traen "
                   WS-RECHP-LEIDOS " registros y las particiones "
                   "declararon " WS-GRAN-RECHAZOS
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

           LEER-RECHP.
           READ ARCHIVO-RECHP
               AT END SET FIN-RECHP TO TRUE
           END-READ.

      *    Las salidas se abren todas antes de escribir la primera
      *    línea, para no dejar una unión a medias por un DD mal
      *    montado. Los suspensos se extienden como en el lote sin
      *    particionar, para no pisar los aún pendientes de corregir.
           ABRIR-SALIDAS.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "Error! No se pudo abrir el archivo de reporte "
                   "(estado " WS-ESTADO-REPORTE ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN OUTPUT ARCHIVO-EXTRACTO.
           IF WS-ESTADO-EXTRACTO NOT = "00"
               DISPLAY "Error! No se pudo abrir el archivo de "
                   "extracto (estado " WS-ESTADO-EXTRACTO ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN EXTEND ARCHIVO-RECHAZOS.
           IF WS-ESTADO-RECHAZOS NOT = "00"
               OPEN OUTPUT ARCHIVO-RECHAZOS
           END-IF.
           IF WS-ESTADO-RECHAZOS NOT = "00"
               DISPLAY "Error! No se pudo abrir el archivo de "
                   "suspensos (estado " WS-ESTADO-RECHAZOS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

           CERRAR-SALIDAS.
           CLOSE ARCHIVO-REPORTE.
           CLOSE ARCHIVO-EXTRACTO.
           CLOSE ARCHIVO-RECHAZOS.

      *    Reporte unido: por cada fuente, su rótulo, las secciones de
      *    cuenta de cada partición en orden de partición (que es el
      *    orden de cuenta) y el subtotal de la fuente sumado de los
      *    resúmenes; al final el total general y el cuadre de la
      *    noche. De cada reporte parcial se copia lo que hay entre
      *    el rótulo de la fuente y su subtotal.
           UNIR-REPORTES.
           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
           PERFORM UNIR-FUENTE-REPORTE
               VARYING WS-IDX-FTE FROM 1 BY 1
               UNTIL WS-IDX-FTE > WS-FUENTES.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               IF NOT (WS-PAR-FIN-REPORTE(WS-IDX-PAR) = "S"
                   OR WS-PAR-LINEA(WS-IDX-PAR)(1:15)
                       = "TOTAL GENERAL: ")
                   ADD 1 TO WS-LINEAS-FUERA
               END-IF
               PERFORM CERRAR-REPORTE-PARCIAL
           END-PERFORM.
           IF WS-LINEAS-FUERA > 0
               DISPLAY "Aviso! " WS-LINEAS-FUERA " reportes parciales "
                   "traen líneas después de la última fuente; no se "
                   "copian"
           END-IF.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               ADD WS-PAR-CONTADOR(WS-IDX-PAR) TO WS-GRAN-CONTADOR
               ADD WS-PAR-TOTAL(WS-IDX-PAR) TO WS-GRAN-TOTAL
               ADD WS-PAR-OPERACIONES(WS-IDX-PAR)
                   TO WS-GRAN-OPERACIONES
               ADD WS-PAR-RESULTADOS(WS-IDX-PAR) TO WS-GRAN-RESULTADOS
           END-PERFORM.
           MOVE WS-GRAN-OPERACIONES TO RTG-OPERACIONES.
           MOVE WS-GRAN-RESULTADOS TO RTG-TOTAL.
           MOVE RE-TOTAL-GENERAL TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM ESCRIBIR-CUADRE-PARTICIONES.

           UNIR-FUENTE-REPORTE.
           MOVE WS-IDX-FTE TO REF-NUMERO.
           MOVE RE-FUENTE-ENCABEZADO TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM COPIAR-SECCION-PARCIAL
               VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > WS-PARTICIONES.
           IF WS-FTE-OMITIDA(WS-IDX-FTE) = "S"
               ADD 1 TO WS-FUENTES-OMITIDAS
           ELSE
               MOVE WS-IDX-FTE TO RESF-NUMERO
               MOVE WS-FTE-OPERACIONES(WS-IDX-FTE) TO RESF-OPERACIONES
               MOVE WS-FTE-RESULTADOS(WS-IDX-FTE) TO RESF-TOTAL
               MOVE RE-FUENTE-SUBTOTAL TO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

      *    La línea en espera de cada partición es el rótulo de la
      *    fuente que le toca; se copia hasta el rótulo siguiente o el
      *    total general, saltando el subtotal parcial de la fuente.
           COPIAR-SECCION-PARCIAL.
           IF WS-PAR-FIN-REPORTE(WS-IDX-PAR) NOT = "S"
               AND WS-PAR-LINEA(WS-IDX-PAR)(1:8) = "FUENTE: "
               PERFORM LEER-REPORTE-PARCIAL
           END-IF.
           PERFORM UNTIL WS-PAR-FIN-REPORTE(WS-IDX-PAR) = "S"
               OR WS-PAR-LINEA(WS-IDX-PAR)(1:8) = "FUENTE: "
               OR WS-PAR-LINEA(WS-IDX-PAR)(1:15) = "TOTAL GENERAL: "
               IF WS-PAR-LINEA(WS-IDX-PAR)(1:16)
                   NOT = "SUBTOTAL FUENTE "
                   MOVE WS-PAR-LINEA(WS-IDX-PAR) TO WS-LINEA-REPORTE
                   PERFORM ESCRIBIR-LINEA-REPORTE
                   ADD 1 TO WS-LINEAS-COPIADAS
               END-IF
               PERFORM LEER-REPORTE-PARCIAL
           END-PERFORM.

           ABRIR-REPORTE-PARCIAL.
           EVALUATE WS-IDX-PAR
               WHEN 1 OPEN INPUT ARCHIVO-REPORTE-1
               WHEN 2 OPEN INPUT ARCHIVO-REPORTE-2
               WHEN 3 OPEN INPUT ARCHIVO-REPORTE-3
               WHEN 4 OPEN INPUT ARCHIVO-REPORTE-4
           END-EVALUATE.

           LEER-REPORTE-PARCIAL.
           EVALUATE WS-IDX-PAR
               WHEN 1
                   READ ARCHIVO-REPORTE-1
                       INTO WS-PAR-LINEA(WS-IDX-PAR)
                       AT END CONTINUE
                   END-READ
               WHEN 2
                   READ ARCHIVO-REPORTE-2
                       INTO WS-PAR-LINEA(WS-IDX-PAR)
                       AT END CONTINUE
                   END-READ
               WHEN 3
                   READ ARCHIVO-REPORTE-3
                       INTO WS-PAR-LINEA(WS-IDX-PAR)
                       AT END CONTINUE
                   END-READ
               WHEN 4
                   READ ARCHIVO-REPORTE-4
                       INTO WS-PAR-LINEA(WS-IDX-PAR)
                       AT END CONTINUE
                   END-READ
           END-EVALUATE.
           IF WS-ESTADO-PARCIAL NOT = "00"
               MOVE "S" TO WS-PAR-FIN-REPORTE(WS-IDX-PAR)
               MOVE SPACES TO WS-PAR-LINEA(WS-IDX-PAR)
           END-IF.

           CERRAR-REPORTE-PARCIAL.
           IF WS-PAR-REPORTE-ABIERTO(WS-IDX-PAR) = "S"
               EVALUATE WS-IDX-PAR
                   WHEN 1 CLOSE ARCHIVO-REPORTE-1
                   WHEN 2 CLOSE ARCHIVO-REPORTE-2
                   WHEN 3 CLOSE ARCHIVO-REPORTE-3
                   WHEN 4 CLOSE ARCHIVO-REPORTE-4
               END-EVALUATE
               MOVE "N" TO WS-PAR-REPORTE-ABIERTO(WS-IDX-PAR)
           END-IF.

           ESCRIBIR-CUADRE-PARTICIONES.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE RE-PARTICION-TITULO TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               MOVE WS-IDX-PAR TO RPL-PARTICION
               IF WS-PAR-HASTA(WS-IDX-PAR) = SPACES
                   MOVE "SIN TOPE" TO RPL-HASTA
               ELSE
                   MOVE WS-PAR-HASTA(WS-IDX-PAR) TO RPL-HASTA
               END-IF
               MOVE WS-PAR-CONTADOR(WS-IDX-PAR) TO RPL-LEIDOS
               MOVE WS-PAR-OPERACIONES(WS-IDX-PAR) TO RPL-OPERACIONES
               MOVE WS-PAR-RECHAZOS(WS-IDX-PAR) TO RPL-RECHAZOS
               MOVE RE-PARTICION-LINEA TO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-PERFORM.
           MOVE "EDITSORT:" TO RCL-ORIGEN.
           MOVE WS-ES-CONTADOR TO RCL-REGISTROS.
           MOVE WS-ES-TOTAL TO RCL-TOTAL.
           MOVE RE-CONTROL-LINEA TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE "PARTICIONES:" TO RCL-ORIGEN.
           MOVE WS-GRAN-CONTADOR TO RCL-REGISTROS.
           MOVE WS-GRAN-TOTAL TO RCL-TOTAL.
           MOVE RE-CONTROL-LINEA TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA-REPORTE.

           ESCRIBIR-LINEA-REPORTE.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.
           MOVE WS-LINEA-REPORTE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           ESCRIBIR-ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE RE-ENCABEZADO-1 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-FECHA-FORMATO TO RE2-FECHA.
           MOVE WS-NUMERO-PAGINA TO RE2-PAGINA.
           MOVE RE-ENCABEZADO-2 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-ENCABEZADO-3 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 0 TO WS-LINEAS-PAGINA.

      *    Extracto unido: una cabecera nueva, los detalles de cada
      *    partición con el número de transacción prefijado por la
      *    partición y un registro de totales con la suma de los
      *    contadores y hashes ya verificados de cada partición.
           UNIR-EXTRACTOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL.
           MOVE WS-FECHA-ACTUAL(1:14) TO EX-CAB-TIMESTAMP.
           MOVE EX-CABECERA TO EXTRACTO-REGISTRO.
           WRITE EXTRACTO-REGISTRO.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               PERFORM ABRIR-EXTRACTO-PARCIAL
               PERFORM LEER-EXTRACTO-PARCIAL
               PERFORM UNTIL FIN-PARCIAL
                   IF EXD-ES-DETALLE
                       COMPUTE WS-EXD-TRANSACCION =
                           WS-IDX-PAR * WS-FACTOR-TRANSACCION
                           + WS-EXD-TRANSACCION
                       MOVE WS-LINEA-EXTRACTO TO EXTRACTO-REGISTRO
                       WRITE EXTRACTO-REGISTRO
                   END-IF
                   PERFORM LEER-EXTRACTO-PARCIAL
               END-PERFORM
               PERFORM CERRAR-EXTRACTO-PARCIAL
               ADD WS-PAR-EXT-REGISTROS(WS-IDX-PAR)
                   TO WS-EXTRACTO-REGISTROS
               ADD WS-PAR-EXT-HASH(WS-IDX-PAR) TO WS-EXTRACTO-HASH
           END-PERFORM.
           MOVE WS-EXTRACTO-REGISTROS TO EX-TOT-REGISTROS.
           MOVE WS-EXTRACTO-HASH TO EX-TOT-HASH.
           MOVE EX-TOTALES TO EXTRACTO-REGISTRO.
           WRITE EXTRACTO-REGISTRO.

           AGREGAR-RECHAZOS.
           OPEN INPUT ARCHIVO-RECHP.
           IF WS-ESTADO-RECHP = "00"
               PERFORM LEER-RECHP
               PERFORM UNTIL FIN-RECHP
                   MOVE RECHP-REGISTRO TO RECH-REGISTRO
                   WRITE RECH-REGISTRO
                   PERFORM LEER-RECHP
               END-PERFORM
               CLOSE ARCHIVO-RECHP
           END-IF.

      *    Los lotes de la noche se anotan en el registro recién
      *    ahora, con la noche entera cuadrada: uno por fuente con
      *    cabecera que no se omitió, salvo que ya figure (una unión
      *    que se repite con FORZAR). La fuente omitida por lote ya
      *    procesado se anota con estado D, como hace CALCULADORA
      *    con la reentrada que rechaza.
           REGISTRAR-LOTES.
           PERFORM CARGAR-LOTES-PROCESADOS.
           OPEN EXTEND ARCHIVO-LOTESREG.
           IF WS-ESTADO-LOTESREG NOT = "00"
               OPEN OUTPUT ARCHIVO-LOTESREG
           END-IF.
           IF WS-ESTADO-LOTESREG NOT = "00"
               DISPLAY "Aviso! No se pudo anotar los lotes de la "
                   "noche en el registro (estado " WS-ESTADO-LOTESREG
                   ")"
           ELSE
               PERFORM ANOTAR-LOTE-FUENTE
                   VARYING WS-IDX-FTE FROM 1 BY 1
                   UNTIL WS-IDX-FTE > WS-FUENTES
               CLOSE ARCHIVO-LOTESREG
           END-IF.

           CARGAR-LOTES-PROCESADOS.
           OPEN INPUT ARCHIVO-LOTESREG.
           IF WS-ESTADO-LOTESREG = "00"
               PERFORM LEER-LOTE-REGISTRADO
               PERFORM UNTIL FIN-LOTESREG
                   IF NOT LREG-DUPLICADO
                       MOVE LREG-LOTE-ID TO WS-LOTE-GUARDAR
                       PERFORM GUARDAR-LOTE-TABLA
                   END-IF
                   PERFORM LEER-LOTE-REGISTRADO
               END-PERFORM
               CLOSE ARCHIVO-LOTESREG
           END-IF.
           MOVE SPACES TO WS-ESTADO-LOTESREG.
           IF WS-LOTES-SOBRANTES > 0
               DISPLAY "Aviso! El registro de lotes trae "
                   WS-LOTES-SOBRANTES " entradas más de las "
                   WS-MAX-LOTES " que caben en memoria; se "
                   "conservan las más recientes y conviene archivar "
                   "los lotes antiguos"
           END-IF.

           LEER-LOTE-REGISTRADO.
           READ ARCHIVO-LOTESREG
               AT END SET FIN-LOTESREG TO TRUE
           END-READ.

      *    Alta circular, como en CALCULADORA: al llenarse la tabla se
      *    pisa la entrada más antigua.
           GUARDAR-LOTE-TABLA.
           ADD 1 TO WS-LOTES-PTR.
           IF WS-LOTES-PTR > WS-MAX-LOTES
               MOVE 1 TO WS-LOTES-PTR
           END-IF.
           IF WS-LOTES-USADOS < WS-MAX-LOTES
               ADD 1 TO WS-LOTES-USADOS
           ELSE
               ADD 1 TO WS-LOTES-SOBRANTES
           END-IF.
           MOVE WS-LOTE-GUARDAR TO WS-LOTE-ID(WS-LOTES-PTR).

           ANOTAR-LOTE-FUENTE.
           IF WS-FTE-LOTE-ID(WS-IDX-FTE) NOT = SPACES
               AND WS-FTE-OMITIDA(WS-IDX-FTE) NOT = "S"
               MOVE "N" TO WS-LOTE-YA-PROCESADO
               PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
               UNTIL WS-IDX-LOTE > WS-LOTES-USADOS
                   OR LOTE-YA-PROCESADO
                   IF WS-LOTE-ID(WS-IDX-LOTE)
                       = WS-FTE-LOTE-ID(WS-IDX-FTE)
                       SET LOTE-YA-PROCESADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT LOTE-YA-PROCESADO
                   MOVE SPACES TO LREG-REGISTRO
                   MOVE WS-FTE-LOTE-ID(WS-IDX-FTE) TO LREG-LOTE-ID
                   MOVE WS-FTE-DEPARTAMENTO(WS-IDX-FTE)
                       TO LREG-DEPARTAMENTO
                   MOVE WS-FTE-FECHA-CREACION(WS-IDX-FTE)
                       TO LREG-FECHA-CREACION
                   MOVE WS-FECHA-NEGOCIO TO LREG-FECHA-PROCESO
                   WRITE LREG-REGISTRO
                   ADD 1 TO WS-LOTES-ANOTADOS
                   MOVE WS-FTE-LOTE-ID(WS-IDX-FTE) TO WS-LOTE-GUARDAR
                   PERFORM GUARDAR-LOTE-TABLA
               END-IF
           END-IF.
           IF WS-FTE-LOTE-ID(WS-IDX-FTE) NOT = SPACES
               AND WS-FTE-OMITIDA(WS-IDX-FTE) = "S"
               MOVE SPACES TO LREG-REGISTRO
               MOVE WS-FTE-LOTE-ID(WS-IDX-FTE) TO LREG-LOTE-ID
               MOVE WS-FTE-DEPARTAMENTO(WS-IDX-FTE)
                   TO LREG-DEPARTAMENTO
               MOVE WS-FTE-FECHA-CREACION(WS-IDX-FTE)
                   TO LREG-FECHA-CREACION
               MOVE WS-FECHA-NEGOCIO TO LREG-FECHA-PROCESO
               MOVE "D" TO LREG-ESTADO
               WRITE LREG-REGISTRO
           END-IF.

      *    Con todo unido y cuadrado la fecha de negocio queda
      *    cerrada, igual que al final del lote sin particionar.
           CERRAR-FECHA-PROCESO.
           MOVE WS-FECHA-NEGOCIO TO FPR-FECHA.
           MOVE "C" TO FPR-ESTADO.
           OPEN OUTPUT ARCHIVO-FECHAPROC.
           IF WS-ESTADO-FECHAPROC = "00"
               WRITE FPR-REGISTRO
               CLOSE ARCHIVO-FECHAPROC
               DISPLAY "Fecha de proceso " WS-FECHA-FORMATO " cerrada"
           ELSE
               DISPLAY "Aviso! No se pudo cerrar la fecha de "
                   "proceso (estado " WS-ESTADO-FECHAPROC ")"
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.

      *    La fuente omitida por lote ya procesado ya dejó RC=8 en
      *    cada partición; la unión completa termina con RC=4 para
      *    que el RC=8 quede reservado a la noche que no se unió y
      *    los pasos siguientes del job puedan condicionarse a él.
           MOSTRAR-RESUMEN.
           DISPLAY "Particiones unidas: " WS-PARTICIONES
               "  fuentes: " WS-FUENTES.
           DISPLAY "Registros leídos: " WS-GRAN-CONTADOR
               "  operaciones: " WS-GRAN-OPERACIONES
               "  suspensos: " WS-GRAN-RECHAZOS.
           DISPLAY "Detalles de extracto: " WS-EXTRACTO-REGISTROS
               "  lotes anotados: " WS-LOTES-ANOTADOS.
           IF WS-FUENTES-OMITIDAS > 0
               DISPLAY "Aviso! " WS-FUENTES-OMITIDAS " fuentes "
                   "omitidas enteras por lote ya procesado"
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

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
               MOVE "FUSIONAR" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-GRAN-CONTADOR TO COR-LEIDOS
               MOVE WS-GRAN-OPERACIONES TO COR-ACEPTADOS
               MOVE WS-GRAN-RECHAZOS TO COR-RECHAZADOS
               MOVE WS-EXTRACTO-REGISTROS TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM FUSIONAR.
