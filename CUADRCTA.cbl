      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prueba de cuadre de fin de día del maestro de cuentas
      *          de CUENTAS. CONCILIAR-FUENTE prueba cada archivo de
      *          entrada contra su trailer, pero nada probaba que el
      *          maestro mismo quedara bien después de la corrida: una
      *          reversión de CTABACK, una orden 'M' de CUENTMNT que
      *          pisa un saldo o un REWRITE fallido del posteo podían
      *          dejarlo desviado sin ninguna alarma. Este paso guarda
      *          cada día una foto del maestro (por cuenta y en
      *          totales: cantidad de cuentas, suma de CTA-SALDO,
      *          suma de CTA-OPERACIONES y suma de cada contador de
      *          CTA-OPER-DET) y prueba que la foto del día anterior
      *          más los posteos del día (histórico de movimientos de
      *          MOVHIST, cargado desde cada diario de POSTJRN cerrado)
      *          más los cambios antes/después del registro de
      *          mantenimiento de MANTLOG dan el maestro de hoy. El
      *          cierre de periodo de FACTURAR, que repone los
      *          contadores a cero, se reconoce por el avance de
      *          CTA-FECHA-FACTURA. Los descuadres salen por cuenta en
      *          el reporte de CUADRPT con RC=8, y el resultado queda
      *          en el archivo de control de CUADCTL, que FECHAVAN
      *          consulta antes de avanzar la fecha de negocio.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: end-of-day balancing proof of the
      *            CUENTAS master (previous snapshot plus posted
      *            movements plus maintenance changes against today's
      *            master), per-account break report, new daily
      *            snapshot and proof status file for FECHAVAN.
      * 2026-10-15 Append a run record (CORREG layout) with the final
      *            return code and key counts to the CORRIDAS run
      *            registry at termination.
      * 2026-10-15 MANTLOG layout follows CUENTMNT: reference, approver
      *            and proposal timestamp appended for maker/checker.
      * 2026-10-15 MANTLOG record layout taken from the MLGREG copybook
      *            that CUENTMNT writes with.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CUADRCTA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT ARCHIVO-MOVHIST ASSIGN TO MOVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS WS-ESTADO-MOVHIST.
           SELECT ARCHIVO-MANTLOG ASSIGN TO MANTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MANTLOG.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-FOTOANT ASSIGN TO FOTOANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOTOANT.
           SELECT ARCHIVO-FOTONUE ASSIGN TO FOTONUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOTONUE.
           SELECT ARCHIVO-CONTROL ASSIGN TO CUADCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT ARCHIVO-REPORTE ASSIGN TO CUADRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ARCHIVO-CUENTAS.
       COPY CTAREG.

       FD  ARCHIVO-MOVHIST.
       COPY MOVREG.

      * Registro de mantenimiento de CUENTMNT, con el mismo trazado con
      * el que lo graba: una línea antes/después por orden aplicada o
      * rechazada. Solo cuentan las aplicadas (resultado OK): las
      * que quedan pendientes de aprobación, denegadas o vencidas no
      * tocaron el maestro, y la aprobada trae su propia línea OK con
      * la marca de tiempo del momento en que se aplicó.
       FD  ARCHIVO-MANTLOG.
       COPY MLGREG.

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

      * Foto diaria del maestro: una cabecera H con la fecha de negocio
      * y la marca de tiempo en que se tomó, un registro C por cuenta
      * en orden de clave y un registro T de totales al final. La foto
      * del día anterior entra por FOTOANT y la de hoy sale por
      * FOTONUE con el mismo trazado; el JCL solo promueve la nueva
      * cuando la prueba cuadra.
       FD  ARCHIVO-FOTOANT.
       01  FA-REGISTRO.
           05 FA-TIPO PIC X.
               88 FA-ES-CABECERA VALUE "H".
               88 FA-ES-CUENTA VALUE "C".
               88 FA-ES-TOTALES VALUE "T".
           05 FA-CUENTA PIC X(8).
           05 FA-SALDO PIC S9(11)V9(4)
               SIGN IS LEADING SEPARATE.
           05 FA-OPERACIONES PIC 9(7).
           05 FA-OPER-DET OCCURS 10 PIC 9(7).
           05 FA-FECHA-FACTURA PIC 9(8).
       01  FA-CABECERA.
           05 FILLER PIC X.
           05 FA-CAB-FECHA PIC 9(8).
           05 FA-CAB-TIMESTAMP PIC X(14).
       01  FA-TOTALES.
           05 FILLER PIC X.
           05 FA-TOT-CUENTAS PIC 9(7).
           05 FA-TOT-SALDO PIC S9(13)V9(4)
               SIGN IS LEADING SEPARATE.
           05 FA-TOT-OPERACIONES PIC 9(9).
           05 FA-TOT-DET OCCURS 10 PIC 9(9).

       FD  ARCHIVO-FOTONUE.
       01  FN-REGISTRO.
           05 FN-TIPO PIC X.
           05 FN-CUENTA PIC X(8).
           05 FN-SALDO PIC S9(11)V9(4)
               SIGN IS LEADING SEPARATE.
           05 FN-OPERACIONES PIC 9(7).
           05 FN-OPER-DET OCCURS 10 PIC 9(7).
           05 FN-FECHA-FACTURA PIC 9(8).
       01  FN-CABECERA.
           05 FN-CAB-TIPO PIC X.
           05 FN-CAB-FECHA PIC 9(8).
           05 FN-CAB-TIMESTAMP PIC X(14).
       01  FN-TOTALES.
           05 FN-TOT-TIPO PIC X.
           05 FN-TOT-CUENTAS PIC 9(7).
           05 FN-TOT-SALDO PIC S9(13)V9(4)
               SIGN IS LEADING SEPARATE.
           05 FN-TOT-OPERACIONES PIC 9(9).
           05 FN-TOT-DET OCCURS 10 PIC 9(9).

      * Resultado de la prueba para FECHAVAN: fecha de negocio probada,
      * estado (C = cuadra, D = descuadre) y marca de tiempo de la
      * prueba. Se reescribe en cada corrida.
       FD  ARCHIVO-CONTROL.
       01  CC-REGISTRO.
           05 CC-FECHA PIC 9(8).
           05 CC-ESTADO PIC X.
           05 CC-TIMESTAMP PIC X(14).

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA PIC X(80).

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS PIC X(2) VALUE SPACES.
           88 FIN-CUENTAS VALUE "10".
       01 WS-ESTADO-MOVHIST PIC X(2) VALUE SPACES.
       01 WS-ESTADO-MANTLOG PIC X(2) VALUE SPACES.
           88 FIN-MANTLOG VALUE "10".
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FOTOANT PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FOTONUE PIC X(2) VALUE SPACES.
       01 WS-ESTADO-CONTROL PIC X(2) VALUE SPACES.
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.

       01 WS-CUENTAS-ABIERTO PIC X VALUE "N".
           88 CUENTAS-ABIERTO VALUE "S".
       01 WS-MOVHIST-ABIERTO PIC X VALUE "N".
           88 MOVHIST-ABIERTO VALUE "S".
       01 WS-FOTOANT-ABIERTO PIC X VALUE "N".
           88 FOTOANT-ABIERTO VALUE "S".
       01 WS-FOTONUE-ABIERTO PIC X VALUE "N".
           88 FOTONUE-ABIERTO VALUE "S".
       01 WS-HAY-FOTO-ANTERIOR PIC X VALUE "N".
           88 HAY-FOTO-ANTERIOR VALUE "S".
       01 WS-FIN-FOTO PIC X VALUE "N".
           88 FIN-FOTO VALUE "S".
       01 WS-FOTO-CUENTA-LISTA PIC X VALUE "N".
           88 FOTO-CUENTA-LISTA VALUE "S".
       01 WS-FOTO-TOTALES-LEIDOS PIC X VALUE "N".
           88 FOTO-TOTALES-LEIDOS VALUE "S".
       01 WS-FIN-MOV-CUENTA PIC X VALUE "N".
           88 FIN-MOV-CUENTA VALUE "S".
       01 WS-SECCION-DESCUADRES PIC X VALUE "N".
           88 SECCION-DESCUADRES VALUE "S".

       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-NEGOCIO-FMT PIC X(10) VALUE SPACES.
       01 WS-FECHA-ACTUAL PIC X(21).
       01 WS-FECHA-TEXTO PIC X(8).
       01 WS-FECHA-FORMATO PIC X(10).
       01 WS-TIMESTAMP-PRUEBA PIC X(14) VALUE SPACES.

      * Foto anterior: fecha y marca de tiempo de su cabecera (solo
      * cuentan los movimientos y el mantenimiento posteriores a esa
      * marca), la última cuenta leída para vigilar el orden y los
      * totales de su registro T, que se comparan con lo leído.
       01 WS-FOTO-FECHA PIC 9(8) VALUE 0.
       01 WS-FOTO-TIMESTAMP PIC X(14) VALUE SPACES.
       01 WS-FOTO-CUENTA-PREVIA PIC X(8) VALUE LOW-VALUES.
       01 WS-FOTO-INVALIDOS PIC 9(7) VALUE 0.
       01 WS-FOTO-T-CUENTAS PIC 9(7) VALUE 0.
       01 WS-FOTO-T-SALDO PIC S9(13)V9(4) VALUE 0.
       01 WS-FOTO-T-OPERACIONES PIC 9(9) VALUE 0.
       01 WS-FOTO-T-DET-TABLA.
           05 WS-FOTO-T-DET OCCURS 10 PIC 9(9).

      * Orden canónico de códigos de operación de CTA-OPER-DET, el
      * mismo de AUDITRPT y del posteo de CALCULADORA.
       01 WS-TABLA-CODIGOS.
           05 FILLER PIC X(4) VALUE "SUMA".
           05 FILLER PIC X(4) VALUE "REST".
           05 FILLER PIC X(4) VALUE "MULT".
           05 FILLER PIC X(4) VALUE "DIBI".
           05 FILLER PIC X(4) VALUE "FACT".
           05 FILLER PIC X(4) VALUE "PORC".
           05 FILLER PIC X(4) VALUE "RAIZ".
           05 FILLER PIC X(4) VALUE "MODU".
           05 FILLER PIC X(4) VALUE "AMRT".
           05 FILLER PIC X(4) VALUE "OTRA".
       01 WS-TABLA-CODIGOS-R REDEFINES WS-TABLA-CODIGOS.
           05 WS-CODIGO-OPER OCCURS 10 PIC X(4).
       01 WS-MAX-CODIGOS PIC 9(4) VALUE 10.
       01 WS-OPERACION PIC X(4) VALUE SPACES.

       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-IDX-COD PIC 9(4) VALUE 0.
       01 WS-IDX-OPER PIC 9(4) VALUE 0.
       01 WS-IDX-MAN PIC 9(4) VALUE 0.
       01 WS-IDX-COMP PIC 9(4) VALUE 0.

      * Órdenes de mantenimiento aplicadas desde la foto anterior, con
      * lo que cada una movió del saldo y del contador de operaciones
      * (después menos antes). El registro de mantenimiento no viene
      * ordenado por cuenta, así que se carga entero en memoria; si
      * no cabe, la prueba no se puede hacer y se da por descuadrada.
       01 WS-MAX-MANT PIC 9(4) VALUE 2000.
       01 WS-MANT-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-MANT.
           05 WS-MANT OCCURS 2000.
               10 WS-MAN-CUENTA PIC X(8).
               10 WS-MAN-ACCION PIC X.
               10 WS-MAN-FECHA PIC 9(8).
               10 WS-MAN-SALDO PIC S9(11)V9(4).
               10 WS-MAN-OPERACIONES PIC S9(7).
       01 WS-MANT-SOBRANTES PIC 9(7) VALUE 0.
       01 WS-MANT-LEIDOS PIC 9(7) VALUE 0.
       01 WS-MANT-ILEGIBLES PIC 9(7) VALUE 0.
       01 WS-ML-SALDO-ANTES PIC S9(11)V9(4) VALUE 0.
       01 WS-ML-SALDO-DESPUES PIC S9(11)V9(4) VALUE 0.

      * Cuenta en prueba: de dónde sale (foto anterior, maestro o
      * ambos), la base de la foto y lo esperado después de sumar
      * movimientos y mantenimiento. Si la cuenta se facturó desde la
      * foto, los contadores esperados arrancan de cero y solo suman
      * lo posterior a la fecha de corte de la factura.
       01 WS-CUENTA-PRUEBA PIC X(8) VALUE SPACES.
       01 WS-EN-FOTO PIC X VALUE "N".
           88 EN-FOTO VALUE "S".
       01 WS-EN-MAESTRO PIC X VALUE "N".
           88 EN-MAESTRO VALUE "S".
       01 WS-CUENTA-CON-ALTA PIC X VALUE "N".
           88 CUENTA-CON-ALTA VALUE "S".
       01 WS-CUENTA-FACTURADA PIC X VALUE "N".
           88 CUENTA-FACTURADA VALUE "S".
       01 WS-CUENTA-DESCUADRADA PIC X VALUE "N".
           88 CUENTA-DESCUADRADA VALUE "S".
       01 WS-FECHA-CORTE PIC 9(8) VALUE 0.
       01 WS-BASE-SALDO PIC S9(11)V9(4) VALUE 0.
       01 WS-BASE-OPERACIONES PIC 9(7) VALUE 0.
       01 WS-BASE-FECHA-FACTURA PIC 9(8) VALUE 0.
       01 WS-BASE-DET-TABLA.
           05 WS-BASE-DET OCCURS 10 PIC 9(7).
       01 WS-ESP-SALDO PIC S9(13)V9(4) VALUE 0.
       01 WS-ESP-OPERACIONES PIC S9(9) VALUE 0.
       01 WS-ESP-DET-TABLA.
           05 WS-ESP-DET OCCURS 10 PIC S9(9).
       01 WS-MAE-SALDO PIC S9(13)V9(4) VALUE 0.
       01 WS-MAE-OPERACIONES PIC S9(9) VALUE 0.
       01 WS-MAE-DET-TABLA.
           05 WS-MAE-DET OCCURS 10 PIC S9(9).

      * Totales de la prueba por componente: 1 = foto anterior,
      * 2 = posteos del día, 3 = mantenimiento, 4 = cierre de
      * facturación (contadores repuestos a cero), 5 = maestro de hoy,
      * 6 = esperado (1 a 4) y 7 = diferencia (maestro - esperado).
       01 WS-TOTALES-PRUEBA.
           05 WS-TOT-COMPONENTE OCCURS 7.
               10 WS-TOT-CUENTAS PIC S9(9).
               10 WS-TOT-SALDO PIC S9(13)V9(4).
               10 WS-TOT-OPERACIONES PIC S9(11).
               10 WS-TOT-DET OCCURS 10 PIC S9(11).
       01 WS-TOTALES-DESCUADRADOS PIC X VALUE "N".
           88 TOTALES-DESCUADRADOS VALUE "S".

       01 WS-CUENTAS-PROBADAS PIC 9(7) VALUE 0.
       01 WS-CUENTAS-DESCUADRADAS PIC 9(7) VALUE 0.
       01 WS-MOV-APLICADOS PIC 9(9) VALUE 0.
       01 WS-MANT-APLICADOS PIC 9(7) VALUE 0.

      * Línea de descuadre en curso.
       01 WS-DESC-CONCEPTO PIC X(12) VALUE SPACES.
       01 WS-DESC-ESPERADO PIC S9(13)V9(4) VALUE 0.
       01 WS-DESC-MAESTRO PIC S9(13)V9(4) VALUE 0.
       01 WS-DESC-CONTADOR-ESP PIC S9(11) VALUE 0.
       01 WS-DESC-CONTADOR-MAE PIC S9(11) VALUE 0.
       01 WS-DESC-MENSAJE PIC X(60) VALUE SPACES.

       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.

       01 RE-ENCABEZADO-1 PIC X(80) VALUE
           "CALCULADORA CORP. - PRUEBA DE CUADRE DEL MAESTRO".
       01 RE-ENCABEZADO-2.
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 RE2-FECHA PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-FOTO-LINEA.
           05 FILLER PIC X(20) VALUE "FOTO ANTERIOR DEL ".
           05 RFL-FECHA PIC X(10).
           05 FILLER PIC X(11) VALUE "  TOMADA EL".
           05 FILLER PIC X VALUE SPACE.
           05 RFL-TIMESTAMP PIC X(14).
       01 RE-SIN-FOTO PIC X(80) VALUE
           "SIN FOTO ANTERIOR: SE TOMA LA FOTO INICIAL SIN PRUEBA".
       01 RE-DESC-SECCION PIC X(80) VALUE
           "DESCUADRES POR CUENTA".
       01 RE-DESC-TITULO.
           05 FILLER PIC X(9) VALUE "CUENTA".
           05 FILLER PIC X(13) VALUE "CONCEPTO".
           05 FILLER PIC X(19) VALUE "          ESPERADO".
           05 FILLER PIC X(19) VALUE "           MAESTRO".
           05 FILLER PIC X(19) VALUE "        DIFERENCIA".
       01 RE-DESC-IMPORTE.
           05 RDI-CUENTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RDI-CONCEPTO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 RDI-ESPERADO PIC -(12)9.9999.
           05 FILLER PIC X VALUE SPACE.
           05 RDI-MAESTRO PIC -(12)9.9999.
           05 FILLER PIC X VALUE SPACE.
           05 RDI-DIFERENCIA PIC -(12)9.9999.
       01 RE-DESC-CONTADOR.
           05 RDC-CUENTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RDC-CONCEPTO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 RDC-ESPERADO PIC -(17)9.
           05 FILLER PIC X VALUE SPACE.
           05 RDC-MAESTRO PIC -(17)9.
           05 FILLER PIC X VALUE SPACE.
           05 RDC-DIFERENCIA PIC -(17)9.
       01 RE-DESC-MENSAJE.
           05 RDM-CUENTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RDM-TEXTO PIC X(60).
       01 RE-SIN-DESCUADRES PIC X(80) VALUE
           "SIN DESCUADRES POR CUENTA".
       01 RE-TOT-SECCION PIC X(80) VALUE
           "PRUEBA DE TOTALES DEL MAESTRO".
       01 RE-TOT-TITULO.
           05 FILLER PIC X(20) VALUE "CONCEPTO".
           05 FILLER PIC X(11) VALUE "    CUENTAS".
           05 FILLER PIC X(20) VALUE "               SALDO".
           05 FILLER PIC X(14) VALUE "   OPERACIONES".
       01 RE-TOT-FILA.
           05 RTF-CONCEPTO PIC X(20).
           05 RTF-CUENTAS PIC -(9)9.
           05 FILLER PIC X VALUE SPACE.
           05 RTF-SALDO PIC -(14)9.9999.
           05 FILLER PIC X VALUE SPACE.
           05 RTF-OPERACIONES PIC -(12)9.
       01 RE-DET-TITULO.
           05 FILLER PIC X(6) VALUE "CODIGO".
           05 FILLER PIC X(11) VALUE "   ANTERIOR".
           05 FILLER PIC X(11) VALUE "    POSTEOS".
           05 FILLER PIC X(11) VALUE "  FACTURAC.".
           05 FILLER PIC X(11) VALUE "   ESPERADO".
           05 FILLER PIC X(11) VALUE "    MAESTRO".
           05 FILLER PIC X(11) VALUE " DIFERENCIA".
       01 RE-DET-FILA.
           05 RDF-CODIGO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDF-ANTERIOR PIC -(9)9.
           05 FILLER PIC X VALUE SPACE.
           05 RDF-POSTEOS PIC -(9)9.
           05 FILLER PIC X VALUE SPACE.
           05 RDF-FACTURACION PIC -(9)9.
           05 FILLER PIC X VALUE SPACE.
           05 RDF-ESPERADO PIC -(9)9.
           05 FILLER PIC X VALUE SPACE.
           05 RDF-MAESTRO PIC -(9)9.
           05 FILLER PIC X VALUE SPACE.
           05 RDF-DIFERENCIA PIC -(9)9.
       01 RE-RESULTADO.
           05 FILLER PIC X(11) VALUE "RESULTADO: ".
           05 RRE-TEXTO PIC X(60).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL.
           MOVE WS-FECHA-ACTUAL(1:14) TO WS-TIMESTAMP-PRUEBA.
           INITIALIZE WS-TOTALES-PRUEBA.
           PERFORM ABRIR-ARCHIVOS.
           IF WS-CODIGO-RETORNO = 0
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               PERFORM LEER-CABECERA-FOTO
               IF HAY-FOTO-ANTERIOR
                   PERFORM CARGAR-MANTENIMIENTO
               END-IF
               PERFORM ESCRIBIR-CABECERA-FOTO
               PERFORM RECORRER-CUENTAS
               PERFORM ESCRIBIR-TOTALES-FOTO
               IF HAY-FOTO-ANTERIOR
                   PERFORM VERIFICAR-FOTO-ANTERIOR
                   PERFORM PROBAR-TOTALES
               END-IF
               PERFORM ESCRIBIR-RESULTADO
           END-IF.
           PERFORM GRABAR-CONTROL.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM FIN-PROGRAMA.

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

      *    Sin el maestro, la foto nueva o el reporte no hay prueba
      *    posible. Sin foto anterior (primera corrida) se toma la foto
      *    inicial con aviso. Sin histórico todavía creado no hay
      *    posteos que sumar: si el maestro se movió, la prueba lo
      *    mostrará como descuadre.
           ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS = "00"
               SET CUENTAS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el maestro de cuentas "
                   "(estado " WS-ESTADO-CUENTAS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN INPUT ARCHIVO-MOVHIST.
           EVALUATE WS-ESTADO-MOVHIST
               WHEN "00"
                   SET MOVHIST-ABIERTO TO TRUE
               WHEN "35"
                   DISPLAY "Aviso! Todavía no existe el histórico de "
                       "movimientos; no hay posteos que sumar"
               WHEN OTHER
                   DISPLAY "Error! No se pudo abrir el histórico de "
                       "movimientos (estado " WS-ESTADO-MOVHIST ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
           END-EVALUATE.
           OPEN INPUT ARCHIVO-FOTOANT.
           IF WS-ESTADO-FOTOANT = "00"
               SET FOTOANT-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT ARCHIVO-FOTONUE.
           IF WS-ESTADO-FOTONUE = "00"
               SET FOTONUE-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir la foto nueva del "
                   "maestro (estado " WS-ESTADO-FOTONUE ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "Error! No se pudo abrir el reporte de cuadre "
                   "(estado " WS-ESTADO-REPORTE ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

      *    La cabecera de la foto anterior da la marca de tiempo desde
      *    la que cuentan los posteos y el mantenimiento. Una foto sin
      *    cabecera legible no sirve de base y la prueba se da por
      *    descuadrada en vez de tomar una foto inicial encima.
           LEER-CABECERA-FOTO.
           SET FIN-FOTO TO TRUE.
           IF FOTOANT-ABIERTO
               READ ARCHIVO-FOTOANT
                   AT END
                       DISPLAY "Aviso! La foto anterior está vacía; "
                           "se toma la foto inicial sin prueba"
                       MOVE 4 TO WS-CODIGO-RETORNO
                   NOT AT END
                       IF FA-ES-CABECERA
                           AND FA-CAB-FECHA IS NUMERIC
                           MOVE FA-CAB-FECHA TO WS-FOTO-FECHA
                           MOVE FA-CAB-TIMESTAMP TO WS-FOTO-TIMESTAMP
                           SET HAY-FOTO-ANTERIOR TO TRUE
                           MOVE "N" TO WS-FIN-FOTO
                       ELSE
                           DISPLAY "Error! La foto anterior no trae "
                               "cabecera; no se puede probar el "
                               "maestro"
                           MOVE 8 TO WS-CODIGO-RETORNO
                       END-IF
               END-READ
           ELSE
               DISPLAY "Aviso! Sin foto anterior del maestro (estado "
                   WS-ESTADO-FOTOANT "); se toma la foto inicial sin "
                   "prueba"
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.
           IF HAY-FOTO-ANTERIOR
               MOVE WS-FOTO-FECHA TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               MOVE WS-FECHA-FORMATO TO RFL-FECHA
               MOVE WS-FOTO-TIMESTAMP TO RFL-TIMESTAMP
               MOVE RE-FOTO-LINEA TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               MOVE RE-SIN-FOTO TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           ADD 1 TO WS-LINEAS-PAGINA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

      *    Órdenes aplicadas por CUENTMNT después de la foto anterior.
      *    Sin registro de mantenimiento se sigue con aviso: si hubo
      *    cambios manuales, saldrán como descuadre de la cuenta.
           CARGAR-MANTENIMIENTO.
           OPEN INPUT ARCHIVO-MANTLOG.
           IF WS-ESTADO-MANTLOG NOT = "00"
               DISPLAY "Aviso! Sin registro de mantenimiento (estado "
                   WS-ESTADO-MANTLOG "); no se suman cambios manuales"
           ELSE
               PERFORM LEER-MANTLOG
               PERFORM UNTIL FIN-MANTLOG
                   ADD 1 TO WS-MANT-LEIDOS
                   IF ML-TIMESTAMP > WS-FOTO-TIMESTAMP
                       AND ML-RESULTADO = "OK"
                       AND (ML-ACCION = "A" OR "M" OR "B" OR "R")
                       PERFORM GUARDAR-MANTENIMIENTO
                   END-IF
                   PERFORM LEER-MANTLOG
               END-PERFORM
               CLOSE ARCHIVO-MANTLOG
           END-IF.
           IF WS-MANT-SOBRANTES > 0
               DISPLAY "Error! El registro de mantenimiento trae "
                   WS-MANT-SOBRANTES " órdenes de más para la tabla; "
                   "la prueba no es completa"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           IF WS-MANT-ILEGIBLES > 0
               DISPLAY "Error! " WS-MANT-ILEGIBLES " líneas del "
                   "registro de mantenimiento no se pudieron leer; "
                   "la prueba no es completa"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

           LEER-MANTLOG.
           READ ARCHIVO-MANTLOG
               AT END SET FIN-MANTLOG TO TRUE
           END-READ.

      *    La fecha de negocio viaja como dd/mm/aaaa en el registro de
      *    mantenimiento; se guarda como aaaammdd para compararla con
      *    la fecha de corte de la facturación.
           GUARDAR-MANTENIMIENTO.
           MOVE SPACES TO WS-FECHA-TEXTO.
           STRING ML-FECHA-NEGOCIO(7:4) ML-FECHA-NEGOCIO(4:2)
               ML-FECHA-NEGOCIO(1:2) DELIMITED BY SIZE
               INTO WS-FECHA-TEXTO.
           IF WS-FECHA-TEXTO IS NOT NUMERIC
               OR ML-SALDO-ANTES(2:11) IS NOT NUMERIC
               OR ML-SALDO-DESPUES(2:11) IS NOT NUMERIC
               OR ML-OPERACIONES-ANTES IS NOT NUMERIC
               OR ML-OPERACIONES-DESPUES IS NOT NUMERIC
               ADD 1 TO WS-MANT-ILEGIBLES
           ELSE
               IF WS-MANT-USADOS < WS-MAX-MANT
                   ADD 1 TO WS-MANT-USADOS
                   MOVE ML-CUENTA TO WS-MAN-CUENTA(WS-MANT-USADOS)
                   MOVE ML-ACCION TO WS-MAN-ACCION(WS-MANT-USADOS)
                   MOVE WS-FECHA-TEXTO
                       TO WS-MAN-FECHA(WS-MANT-USADOS)
                   MOVE ML-SALDO-ANTES TO WS-ML-SALDO-ANTES
                   MOVE ML-SALDO-DESPUES TO WS-ML-SALDO-DESPUES
                   COMPUTE WS-MAN-SALDO(WS-MANT-USADOS) =
                       WS-ML-SALDO-DESPUES - WS-ML-SALDO-ANTES
                   COMPUTE WS-MAN-OPERACIONES(WS-MANT-USADOS) =
                       ML-OPERACIONES-DESPUES - ML-OPERACIONES-ANTES
               ELSE
                   ADD 1 TO WS-MANT-SOBRANTES
               END-IF
           END-IF.

           ESCRIBIR-CABECERA-FOTO.
           MOVE SPACES TO FN-CABECERA.
           MOVE "H" TO FN-CAB-TIPO.
           MOVE WS-FECHA-NEGOCIO TO FN-CAB-FECHA.
           MOVE WS-TIMESTAMP-PRUEBA TO FN-CAB-TIMESTAMP.
           WRITE FN-CABECERA.

      *    Cruce en orden de clave de la foto anterior con el maestro
      *    de hoy: cada cuenta de uno, otro o ambos lados se prueba y
      *    las que siguen en el maestro pasan a la foto nueva.
           RECORRER-CUENTAS.
           MOVE LOW-VALUES TO CTA-CODIGO.
           START ARCHIVO-CUENTAS KEY >= CTA-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-ESTADO-CUENTAS
           END-START.
           IF NOT FIN-CUENTAS
               PERFORM LEER-CUENTA-SIGUIENTE
           END-IF.
           IF NOT FIN-FOTO
               PERFORM LEER-FOTO-ANTERIOR
           END-IF.
           PERFORM UNTIL FIN-CUENTAS AND FIN-FOTO
               MOVE "N" TO WS-EN-FOTO
               MOVE "N" TO WS-EN-MAESTRO
               EVALUATE TRUE
                   WHEN FIN-FOTO
                       SET EN-MAESTRO TO TRUE
                       MOVE CTA-CODIGO TO WS-CUENTA-PRUEBA
                   WHEN FIN-CUENTAS
                       SET EN-FOTO TO TRUE
                       MOVE FA-CUENTA TO WS-CUENTA-PRUEBA
                   WHEN FA-CUENTA < CTA-CODIGO
                       SET EN-FOTO TO TRUE
                       MOVE FA-CUENTA TO WS-CUENTA-PRUEBA
                   WHEN FA-CUENTA > CTA-CODIGO
                       SET EN-MAESTRO TO TRUE
                       MOVE CTA-CODIGO TO WS-CUENTA-PRUEBA
                   WHEN OTHER
                       SET EN-FOTO TO TRUE
                       SET EN-MAESTRO TO TRUE
                       MOVE CTA-CODIGO TO WS-CUENTA-PRUEBA
               END-EVALUATE
               IF HAY-FOTO-ANTERIOR
                   PERFORM PROBAR-CUENTA
               END-IF
               IF EN-MAESTRO
                   PERFORM ACUMULAR-MAESTRO
                   PERFORM ESCRIBIR-CUENTA-FOTO
                   PERFORM LEER-CUENTA-SIGUIENTE
               END-IF
               IF EN-FOTO
                   PERFORM LEER-FOTO-ANTERIOR
               END-IF
           END-PERFORM.
           IF HAY-FOTO-ANTERIOR AND WS-CUENTAS-DESCUADRADAS = 0
               PERFORM ESCRIBIR-LINEA-CHK
               MOVE RE-SIN-DESCUADRES TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           MOVE "N" TO WS-SECCION-DESCUADRES.

           LEER-CUENTA-SIGUIENTE.
           READ ARCHIVO-CUENTAS NEXT RECORD
               AT END SET FIN-CUENTAS TO TRUE
           END-READ.
           IF WS-ESTADO-CUENTAS NOT = "00" AND NOT FIN-CUENTAS
               DISPLAY "Error! Lectura del maestro de cuentas "
                   "interrumpida (estado " WS-ESTADO-CUENTAS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
               SET FIN-CUENTAS TO TRUE
           END-IF.

      *    Siguiente cuenta de la foto anterior. El registro T cierra
      *    la foto y trae sus totales; una foto que se acaba sin él o
      *    que no viene en orden de cuenta no sirve de base.
           LEER-FOTO-ANTERIOR.
           MOVE "N" TO WS-FOTO-CUENTA-LISTA.
           PERFORM UNTIL FOTO-CUENTA-LISTA OR FIN-FOTO
               READ ARCHIVO-FOTOANT
                   AT END
                       SET FIN-FOTO TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FA-ES-CUENTA
                               PERFORM VALIDAR-CUENTA-FOTO
                           WHEN FA-ES-TOTALES
                               PERFORM GUARDAR-TOTALES-FOTO
                               SET FIN-FOTO TO TRUE
                           WHEN OTHER
                               ADD 1 TO WS-FOTO-INVALIDOS
                       END-EVALUATE
               END-READ
           END-PERFORM.

           VALIDAR-CUENTA-FOTO.
           IF FA-CUENTA > WS-FOTO-CUENTA-PREVIA
               AND FA-SALDO IS NUMERIC
               AND FA-OPERACIONES IS NUMERIC
               MOVE FA-CUENTA TO WS-FOTO-CUENTA-PREVIA
               SET FOTO-CUENTA-LISTA TO TRUE
           ELSE
               ADD 1 TO WS-FOTO-INVALIDOS
           END-IF.

           GUARDAR-TOTALES-FOTO.
           SET FOTO-TOTALES-LEIDOS TO TRUE.
           MOVE FA-TOT-CUENTAS TO WS-FOTO-T-CUENTAS.
           MOVE FA-TOT-SALDO TO WS-FOTO-T-SALDO.
           MOVE FA-TOT-OPERACIONES TO WS-FOTO-T-OPERACIONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               MOVE FA-TOT-DET(WS-IDX) TO WS-FOTO-T-DET(WS-IDX)
           END-PERFORM.

      *    Prueba de una cuenta: base de la foto (cero si es nueva),
      *    más los posteos y el mantenimiento posteriores a la foto,
      *    contra lo que tiene hoy el maestro.
           PROBAR-CUENTA.
           ADD 1 TO WS-CUENTAS-PROBADAS.
           MOVE "N" TO WS-CUENTA-CON-ALTA.
           MOVE "N" TO WS-CUENTA-FACTURADA.
           MOVE "N" TO WS-CUENTA-DESCUADRADA.
           PERFORM FIJAR-BASE-CUENTA.
           MOVE WS-BASE-SALDO TO WS-ESP-SALDO.
           MOVE WS-BASE-OPERACIONES TO WS-ESP-OPERACIONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               MOVE WS-BASE-DET(WS-IDX) TO WS-ESP-DET(WS-IDX)
           END-PERFORM.
      *    FACTURAR sella CTA-FECHA-FACTURA al reponer los contadores:
      *    si avanzó desde la foto, los contadores esperados arrancan
      *    de cero y lo que la foto traía pasa al cierre de
      *    facturación.
           IF EN-MAESTRO
               AND CTA-FECHA-FACTURA > WS-BASE-FECHA-FACTURA
               SET CUENTA-FACTURADA TO TRUE
               MOVE CTA-FECHA-FACTURA TO WS-FECHA-CORTE
               SUBTRACT WS-BASE-OPERACIONES FROM WS-TOT-OPERACIONES(4)
               MOVE 0 TO WS-ESP-OPERACIONES
               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MAX-CODIGOS
                   SUBTRACT WS-BASE-DET(WS-IDX)
                       FROM WS-TOT-DET(4, WS-IDX)
                   MOVE 0 TO WS-ESP-DET(WS-IDX)
               END-PERFORM
           END-IF.
           IF MOVHIST-ABIERTO
               PERFORM SUMAR-MOVIMIENTOS
           END-IF.
           PERFORM SUMAR-MANTENIMIENTO.
           PERFORM FIJAR-MAESTRO-CUENTA.
           PERFORM COMPARAR-CUENTA.
           IF CUENTA-DESCUADRADA
               ADD 1 TO WS-CUENTAS-DESCUADRADAS
           END-IF.

           FIJAR-BASE-CUENTA.
           IF EN-FOTO
               MOVE FA-SALDO TO WS-BASE-SALDO
               MOVE FA-OPERACIONES TO WS-BASE-OPERACIONES
               IF FA-FECHA-FACTURA IS NUMERIC
                   MOVE FA-FECHA-FACTURA TO WS-BASE-FECHA-FACTURA
               ELSE
                   MOVE 0 TO WS-BASE-FECHA-FACTURA
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MAX-CODIGOS
                   IF FA-OPER-DET(WS-IDX) IS NUMERIC
                       MOVE FA-OPER-DET(WS-IDX) TO WS-BASE-DET(WS-IDX)
                   ELSE
                       MOVE 0 TO WS-BASE-DET(WS-IDX)
                   END-IF
                   ADD WS-BASE-DET(WS-IDX) TO WS-TOT-DET(1, WS-IDX)
               END-PERFORM
               ADD 1 TO WS-TOT-CUENTAS(1)
               ADD WS-BASE-SALDO TO WS-TOT-SALDO(1)
               ADD WS-BASE-OPERACIONES TO WS-TOT-OPERACIONES(1)
           ELSE
               MOVE 0 TO WS-BASE-SALDO
               MOVE 0 TO WS-BASE-OPERACIONES
               MOVE 0 TO WS-BASE-FECHA-FACTURA
               INITIALIZE WS-BASE-DET-TABLA
           END-IF.

      *    Posteos del histórico de la cuenta cargados después de la
      *    foto. La clave empieza por cuenta y fecha de negocio, así
      *    que se posiciona en la fecha de la foto y se recorre hasta
      *    que cambia la cuenta; la corrida (marca de tiempo del cierre
      *    del diario) decide si el posteo es posterior a la foto.
           SUMAR-MOVIMIENTOS.
           MOVE WS-CUENTA-PRUEBA TO MOV-CUENTA.
           MOVE WS-FOTO-FECHA TO MOV-FECHA-NEGOCIO.
           MOVE LOW-VALUES TO MOV-CORRIDA.
           MOVE 0 TO MOV-TRANSACCION.
           MOVE "N" TO WS-FIN-MOV-CUENTA.
           START ARCHIVO-MOVHIST KEY >= MOV-CLAVE
               INVALID KEY
                   SET FIN-MOV-CUENTA TO TRUE
           END-START.
           PERFORM UNTIL FIN-MOV-CUENTA
               READ ARCHIVO-MOVHIST NEXT RECORD
                   AT END
                       SET FIN-MOV-CUENTA TO TRUE
                   NOT AT END
                       IF MOV-CUENTA NOT = WS-CUENTA-PRUEBA
                           SET FIN-MOV-CUENTA TO TRUE
                       ELSE
                           IF MOV-CORRIDA > WS-FOTO-TIMESTAMP
                               PERFORM APLICAR-MOVIMIENTO
                           END-IF
                       END-IF
               END-READ
               IF WS-ESTADO-MOVHIST NOT = "00"
                   AND WS-ESTADO-MOVHIST NOT = "10"
                   DISPLAY "Error! Lectura del histórico interrumpida "
                       "en la cuenta " WS-CUENTA-PRUEBA " (estado "
                       WS-ESTADO-MOVHIST ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   SET FIN-MOV-CUENTA TO TRUE
               END-IF
           END-PERFORM.

      *    Un posteo anterior o igual a la fecha de corte de una cuenta
      *    facturada desde la foto quedó dentro del periodo cerrado: su
      *    operación se contó y se repuso a cero en la misma noche.
           APLICAR-MOVIMIENTO.
           ADD 1 TO WS-MOV-APLICADOS.
           ADD MOV-DELTA TO WS-ESP-SALDO.
           ADD MOV-DELTA TO WS-TOT-SALDO(2).
           IF MOV-TIPO = "A"
               SET CUENTA-CON-ALTA TO TRUE
               ADD 1 TO WS-TOT-CUENTAS(2)
           END-IF.
           MOVE MOV-OPERACION TO WS-OPERACION.
           PERFORM UBICAR-CODIGO-OPERACION.
           ADD 1 TO WS-TOT-OPERACIONES(2).
           ADD 1 TO WS-TOT-DET(2, WS-IDX-OPER).
           IF CUENTA-FACTURADA
               AND MOV-FECHA-NEGOCIO NOT > WS-FECHA-CORTE
               SUBTRACT 1 FROM WS-TOT-OPERACIONES(4)
               SUBTRACT 1 FROM WS-TOT-DET(4, WS-IDX-OPER)
           ELSE
               ADD 1 TO WS-ESP-OPERACIONES
               ADD 1 TO WS-ESP-DET(WS-IDX-OPER)
           END-IF.

      *    Mismo reparto que CONTAR-OPERACION-CUENTA del posteo: un
      *    código fuera de la tabla cae en el cajón OTRA.
           UBICAR-CODIGO-OPERACION.
           MOVE WS-MAX-CODIGOS TO WS-IDX-OPER.
           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
           UNTIL WS-IDX-COD >= WS-MAX-CODIGOS
               IF WS-OPERACION = WS-CODIGO-OPER(WS-IDX-COD)
                   MOVE WS-IDX-COD TO WS-IDX-OPER
                   MOVE WS-MAX-CODIGOS TO WS-IDX-COD
               END-IF
           END-PERFORM.

      *    CUENTMNT no toca los contadores por código: el mantenimiento
      *    suma solo al saldo y al contador general de operaciones.
           SUMAR-MANTENIMIENTO.
           PERFORM VARYING WS-IDX-MAN FROM 1 BY 1
           UNTIL WS-IDX-MAN > WS-MANT-USADOS
               IF WS-MAN-CUENTA(WS-IDX-MAN) = WS-CUENTA-PRUEBA
                   PERFORM APLICAR-MANTENIMIENTO
               END-IF
           END-PERFORM.

           APLICAR-MANTENIMIENTO.
           ADD 1 TO WS-MANT-APLICADOS.
           ADD WS-MAN-SALDO(WS-IDX-MAN) TO WS-ESP-SALDO.
           ADD WS-MAN-SALDO(WS-IDX-MAN) TO WS-TOT-SALDO(3).
           ADD WS-MAN-OPERACIONES(WS-IDX-MAN) TO WS-TOT-OPERACIONES(3).
           IF WS-MAN-ACCION(WS-IDX-MAN) = "A"
               SET CUENTA-CON-ALTA TO TRUE
               ADD 1 TO WS-TOT-CUENTAS(3)
           END-IF.
           IF CUENTA-FACTURADA
               AND WS-MAN-FECHA(WS-IDX-MAN) NOT > WS-FECHA-CORTE
               SUBTRACT WS-MAN-OPERACIONES(WS-IDX-MAN)
                   FROM WS-TOT-OPERACIONES(4)
           ELSE
               ADD WS-MAN-OPERACIONES(WS-IDX-MAN)
                   TO WS-ESP-OPERACIONES
           END-IF.

           FIJAR-MAESTRO-CUENTA.
           IF EN-MAESTRO
               MOVE CTA-SALDO TO WS-MAE-SALDO
               MOVE CTA-OPERACIONES TO WS-MAE-OPERACIONES
               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MAX-CODIGOS
                   MOVE CTA-OPER-DET(WS-IDX) TO WS-MAE-DET(WS-IDX)
               END-PERFORM
           ELSE
               MOVE 0 TO WS-MAE-SALDO
               MOVE 0 TO WS-MAE-OPERACIONES
               INITIALIZE WS-MAE-DET-TABLA
           END-IF.

      *    Una cuenta que desapareció del maestro o que apareció sin
      *    alta en el diario ni en el mantenimiento es descuadre por sí
      *    misma; además se comparan saldo, contador general y cada
      *    contador por código.
           COMPARAR-CUENTA.
           IF NOT EN-MAESTRO
               MOVE "ESTABA EN LA FOTO ANTERIOR Y NO ESTA EN EL MAESTRO"
                   TO WS-DESC-MENSAJE
               PERFORM ESCRIBIR-DESCUADRE-MENSAJE
           END-IF.
           IF EN-MAESTRO AND NOT EN-FOTO AND NOT CUENTA-CON-ALTA
               MOVE "CUENTA NUEVA SIN ALTA EN DIARIO NI MANTENIMIENTO"
                   TO WS-DESC-MENSAJE
               PERFORM ESCRIBIR-DESCUADRE-MENSAJE
           END-IF.
           IF WS-ESP-SALDO NOT = WS-MAE-SALDO
               MOVE "SALDO" TO WS-DESC-CONCEPTO
               MOVE WS-ESP-SALDO TO WS-DESC-ESPERADO
               MOVE WS-MAE-SALDO TO WS-DESC-MAESTRO
               PERFORM ESCRIBIR-DESCUADRE-IMPORTE
           END-IF.
           IF WS-ESP-OPERACIONES NOT = WS-MAE-OPERACIONES
               MOVE "OPERACIONES" TO WS-DESC-CONCEPTO
               MOVE WS-ESP-OPERACIONES TO WS-DESC-CONTADOR-ESP
               MOVE WS-MAE-OPERACIONES TO WS-DESC-CONTADOR-MAE
               PERFORM ESCRIBIR-DESCUADRE-CONTADOR
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               IF WS-ESP-DET(WS-IDX) NOT = WS-MAE-DET(WS-IDX)
                   MOVE SPACES TO WS-DESC-CONCEPTO
                   STRING "OPER " WS-CODIGO-OPER(WS-IDX)
                       DELIMITED BY SIZE INTO WS-DESC-CONCEPTO
                   MOVE WS-ESP-DET(WS-IDX) TO WS-DESC-CONTADOR-ESP
                   MOVE WS-MAE-DET(WS-IDX) TO WS-DESC-CONTADOR-MAE
                   PERFORM ESCRIBIR-DESCUADRE-CONTADOR
               END-IF
           END-PERFORM.

           ABRIR-SECCION-DESCUADRES.
           IF NOT SECCION-DESCUADRES
               SET SECCION-DESCUADRES TO TRUE
               PERFORM ESCRIBIR-LINEA-CHK
               MOVE RE-DESC-SECCION TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE RE-DESC-TITULO TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 2 TO WS-LINEAS-PAGINA
           END-IF.
           SET CUENTA-DESCUADRADA TO TRUE.
           PERFORM ESCRIBIR-LINEA-CHK.

           ESCRIBIR-DESCUADRE-MENSAJE.
           PERFORM ABRIR-SECCION-DESCUADRES.
           MOVE WS-CUENTA-PRUEBA TO RDM-CUENTA.
           MOVE WS-DESC-MENSAJE TO RDM-TEXTO.
           MOVE RE-DESC-MENSAJE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           ESCRIBIR-DESCUADRE-IMPORTE.
           PERFORM ABRIR-SECCION-DESCUADRES.
           MOVE WS-CUENTA-PRUEBA TO RDI-CUENTA.
           MOVE WS-DESC-CONCEPTO TO RDI-CONCEPTO.
           MOVE WS-DESC-ESPERADO TO RDI-ESPERADO.
           MOVE WS-DESC-MAESTRO TO RDI-MAESTRO.
           COMPUTE RDI-DIFERENCIA = WS-DESC-MAESTRO - WS-DESC-ESPERADO.
           MOVE RE-DESC-IMPORTE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           ESCRIBIR-DESCUADRE-CONTADOR.
           PERFORM ABRIR-SECCION-DESCUADRES.
           MOVE WS-CUENTA-PRUEBA TO RDC-CUENTA.
           MOVE WS-DESC-CONCEPTO TO RDC-CONCEPTO.
           MOVE WS-DESC-CONTADOR-ESP TO RDC-ESPERADO.
           MOVE WS-DESC-CONTADOR-MAE TO RDC-MAESTRO.
           COMPUTE RDC-DIFERENCIA =
               WS-DESC-CONTADOR-MAE - WS-DESC-CONTADOR-ESP.
           MOVE RE-DESC-CONTADOR TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           ACUMULAR-MAESTRO.
           ADD 1 TO WS-TOT-CUENTAS(5).
           ADD CTA-SALDO TO WS-TOT-SALDO(5).
           ADD CTA-OPERACIONES TO WS-TOT-OPERACIONES(5).
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               ADD CTA-OPER-DET(WS-IDX) TO WS-TOT-DET(5, WS-IDX)
           END-PERFORM.

           ESCRIBIR-CUENTA-FOTO.
           MOVE SPACES TO FN-REGISTRO.
           MOVE "C" TO FN-TIPO.
           MOVE CTA-CODIGO TO FN-CUENTA.
           MOVE CTA-SALDO TO FN-SALDO.
           MOVE CTA-OPERACIONES TO FN-OPERACIONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               MOVE CTA-OPER-DET(WS-IDX) TO FN-OPER-DET(WS-IDX)
           END-PERFORM.
           MOVE CTA-FECHA-FACTURA TO FN-FECHA-FACTURA.
           WRITE FN-REGISTRO.

           ESCRIBIR-TOTALES-FOTO.
           MOVE SPACES TO FN-TOTALES.
           MOVE "T" TO FN-TOT-TIPO.
           MOVE WS-TOT-CUENTAS(5) TO FN-TOT-CUENTAS.
           MOVE WS-TOT-SALDO(5) TO FN-TOT-SALDO.
           MOVE WS-TOT-OPERACIONES(5) TO FN-TOT-OPERACIONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               MOVE WS-TOT-DET(5, WS-IDX) TO FN-TOT-DET(WS-IDX)
           END-PERFORM.
           WRITE FN-TOTALES.

      *    La foto anterior se comprueba contra su propio registro de
      *    totales: una foto truncada, desordenada o retocada a mano no
      *    puede servir de base de la prueba.
           VERIFICAR-FOTO-ANTERIOR.
           IF NOT FOTO-TOTALES-LEIDOS
               DISPLAY "Error! La foto anterior no trae registro de "
                   "totales; está incompleta"
               MOVE 8 TO WS-CODIGO-RETORNO
               SET TOTALES-DESCUADRADOS TO TRUE
           ELSE
               IF WS-FOTO-T-CUENTAS NOT = WS-TOT-CUENTAS(1)
                   OR WS-FOTO-T-SALDO NOT = WS-TOT-SALDO(1)
                   OR WS-FOTO-T-OPERACIONES
                       NOT = WS-TOT-OPERACIONES(1)
                   DISPLAY "Error! Los totales de la foto anterior no "
                       "coinciden con sus cuentas"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   SET TOTALES-DESCUADRADOS TO TRUE
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MAX-CODIGOS
                   IF WS-FOTO-T-DET(WS-IDX) NOT = WS-TOT-DET(1, WS-IDX)
                       DISPLAY "Error! El total de "
                           WS-CODIGO-OPER(WS-IDX) " de la foto "
                           "anterior no coincide con sus cuentas"
                       MOVE 8 TO WS-CODIGO-RETORNO
                       SET TOTALES-DESCUADRADOS TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOTO-INVALIDOS > 0
               DISPLAY "Error! La foto anterior trae "
                   WS-FOTO-INVALIDOS " registros ilegibles o fuera de "
                   "orden"
               MOVE 8 TO WS-CODIGO-RETORNO
               SET TOTALES-DESCUADRADOS TO TRUE
           END-IF.

      *    Prueba de totales: foto anterior + posteos + mantenimiento +
      *    cierre de facturación = esperado, contra el maestro de hoy.
           PROBAR-TOTALES.
           PERFORM VARYING WS-IDX-COMP FROM 1 BY 1
           UNTIL WS-IDX-COMP > 4
               ADD WS-TOT-CUENTAS(WS-IDX-COMP) TO WS-TOT-CUENTAS(6)
               ADD WS-TOT-SALDO(WS-IDX-COMP) TO WS-TOT-SALDO(6)
               ADD WS-TOT-OPERACIONES(WS-IDX-COMP)
                   TO WS-TOT-OPERACIONES(6)
               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MAX-CODIGOS
                   ADD WS-TOT-DET(WS-IDX-COMP, WS-IDX)
                       TO WS-TOT-DET(6, WS-IDX)
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-TOT-CUENTAS(7) =
               WS-TOT-CUENTAS(5) - WS-TOT-CUENTAS(6).
           COMPUTE WS-TOT-SALDO(7) =
               WS-TOT-SALDO(5) - WS-TOT-SALDO(6).
           COMPUTE WS-TOT-OPERACIONES(7) =
               WS-TOT-OPERACIONES(5) - WS-TOT-OPERACIONES(6).
           IF WS-TOT-CUENTAS(7) NOT = 0 OR WS-TOT-SALDO(7) NOT = 0
               OR WS-TOT-OPERACIONES(7) NOT = 0
               SET TOTALES-DESCUADRADOS TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               COMPUTE WS-TOT-DET(7, WS-IDX) =
                   WS-TOT-DET(5, WS-IDX) - WS-TOT-DET(6, WS-IDX)
               IF WS-TOT-DET(7, WS-IDX) NOT = 0
                   SET TOTALES-DESCUADRADOS TO TRUE
               END-IF
           END-PERFORM.
           PERFORM ESCRIBIR-PRUEBA-TOTALES.

           ESCRIBIR-PRUEBA-TOTALES.
           IF WS-LINEAS-PAGINA + 11 > WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-TOT-SECCION TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-TOT-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 3 TO WS-LINEAS-PAGINA.
           PERFORM VARYING WS-IDX-COMP FROM 1 BY 1
           UNTIL WS-IDX-COMP > 7
               EVALUATE WS-IDX-COMP
                   WHEN 1 MOVE "FOTO ANTERIOR" TO RTF-CONCEPTO
                   WHEN 2 MOVE "POSTEOS DEL DIA" TO RTF-CONCEPTO
                   WHEN 3 MOVE "MANTENIMIENTO" TO RTF-CONCEPTO
                   WHEN 4 MOVE "CIERRE FACTURACION" TO RTF-CONCEPTO
                   WHEN 5 MOVE "MAESTRO HOY" TO RTF-CONCEPTO
                   WHEN 6 MOVE "ESPERADO" TO RTF-CONCEPTO
                   WHEN 7 MOVE "DIFERENCIA" TO RTF-CONCEPTO
               END-EVALUATE
               MOVE WS-TOT-CUENTAS(WS-IDX-COMP) TO RTF-CUENTAS
               MOVE WS-TOT-SALDO(WS-IDX-COMP) TO RTF-SALDO
               MOVE WS-TOT-OPERACIONES(WS-IDX-COMP) TO RTF-OPERACIONES
               MOVE RE-TOT-FILA TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           END-PERFORM.
           IF WS-LINEAS-PAGINA + 12 > WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-DET-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 2 TO WS-LINEAS-PAGINA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               MOVE WS-CODIGO-OPER(WS-IDX) TO RDF-CODIGO
               MOVE WS-TOT-DET(1, WS-IDX) TO RDF-ANTERIOR
               MOVE WS-TOT-DET(2, WS-IDX) TO RDF-POSTEOS
               MOVE WS-TOT-DET(4, WS-IDX) TO RDF-FACTURACION
               MOVE WS-TOT-DET(6, WS-IDX) TO RDF-ESPERADO
               MOVE WS-TOT-DET(5, WS-IDX) TO RDF-MAESTRO
               MOVE WS-TOT-DET(7, WS-IDX) TO RDF-DIFERENCIA
               MOVE RE-DET-FILA TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           END-PERFORM.

      *    Cualquier cuenta o total que no cuadre deja RC=8: la foto
      *    nueva no se promueve y FECHAVAN no avanza la fecha.
           ESCRIBIR-RESULTADO.
           IF WS-CUENTAS-DESCUADRADAS > 0 OR TOTALES-DESCUADRADOS
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           EVALUATE TRUE
               WHEN WS-CODIGO-RETORNO >= 8
                   MOVE "DESCUADRE - LA FECHA NO SE PUEDE AVANZAR"
                       TO RRE-TEXTO
               WHEN NOT HAY-FOTO-ANTERIOR
                   MOVE "FOTO INICIAL TOMADA, SIN PRUEBA"
                       TO RRE-TEXTO
               WHEN OTHER
                   MOVE "CUADRA" TO RRE-TEXTO
           END-EVALUATE.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-RESULTADO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 2 TO WS-LINEAS-PAGINA.

      *    El archivo de control se graba siempre, también cuando la
      *    prueba no se pudo hacer: así FECHAVAN nunca lee el resultado
      *    de una prueba vieja como si fuera el de hoy.
           GRABAR-CONTROL.
           OPEN OUTPUT ARCHIVO-CONTROL.
           IF WS-ESTADO-CONTROL NOT = "00"
               DISPLAY "Error! No se pudo grabar el resultado de la "
                   "prueba (estado " WS-ESTADO-CONTROL ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               MOVE WS-FECHA-NEGOCIO TO CC-FECHA
               IF WS-CODIGO-RETORNO >= 8
                   MOVE "D" TO CC-ESTADO
               ELSE
                   MOVE "C" TO CC-ESTADO
               END-IF
               MOVE WS-TIMESTAMP-PRUEBA TO CC-TIMESTAMP
               WRITE CC-REGISTRO
               CLOSE ARCHIVO-CONTROL
           END-IF.

           ESCRIBIR-ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE RE-ENCABEZADO-1 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-FECHA-NEGOCIO-FMT TO RE2-FECHA.
           MOVE WS-NUMERO-PAGINA TO RE2-PAGINA.
           MOVE RE-ENCABEZADO-2 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 0 TO WS-LINEAS-PAGINA.

      *    La lista de descuadres que no cabe en la página sigue en la
      *    siguiente con su título de columnas repetido.
           ESCRIBIR-LINEA-CHK.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               IF SECCION-DESCUADRES
                   MOVE RE-DESC-TITULO TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   ADD 1 TO WS-LINEAS-PAGINA
               END-IF
           END-IF.

           FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-FORMATO.
           STRING WS-FECHA-TEXTO(7:2) "/" WS-FECHA-TEXTO(5:2) "/"
               WS-FECHA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATO.

           MOSTRAR-RESUMEN.
           DISPLAY "===== Prueba de cuadre del maestro =====".
           DISPLAY "Fecha de proceso: " WS-FECHA-NEGOCIO-FMT.
           IF HAY-FOTO-ANTERIOR
               DISPLAY "Foto anterior: " WS-FOTO-TIMESTAMP
               DISPLAY "Cuentas probadas: " WS-CUENTAS-PROBADAS
               DISPLAY "Movimientos sumados: " WS-MOV-APLICADOS
               DISPLAY "Órdenes de mantenimiento sumadas: "
                   WS-MANT-APLICADOS
               DISPLAY "Cuentas descuadradas: "
                   WS-CUENTAS-DESCUADRADAS
           END-IF.
           DISPLAY "Cuentas en la foto nueva: " WS-TOT-CUENTAS(5).
           IF WS-CODIGO-RETORNO >= 8
               DISPLAY "Resultado: DESCUADRE"
           ELSE
               DISPLAY "Resultado: CUADRA"
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
               MOVE "CUADRCTA" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-TOT-CUENTAS(5) TO COR-LEIDOS
               MOVE WS-CUENTAS-PROBADAS TO COR-ACEPTADOS
               MOVE WS-CUENTAS-DESCUADRADAS TO COR-RECHAZADOS
               MOVE 0 TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
               IF WS-ESTADO-REPORTE = "00"
                   CLOSE ARCHIVO-REPORTE
               END-IF.
               IF FOTONUE-ABIERTO
                   CLOSE ARCHIVO-FOTONUE
               END-IF.
               IF FOTOANT-ABIERTO
                   CLOSE ARCHIVO-FOTOANT
               END-IF.
               IF MOVHIST-ABIERTO
                   CLOSE ARCHIVO-MOVHIST
               END-IF.
               IF CUENTAS-ABIERTO
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM CUADRCTA.
