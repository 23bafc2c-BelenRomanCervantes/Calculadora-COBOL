      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generador de órdenes permanentes. Recorre el KSDS de
      *          instrucciones permanentes de INSTRUC (trazado INSREG:
      *          cuenta, operación, operandos, decimales, periodos,
      *          frecuencia, vigencia y próxima fecha) y, para la fecha
      *          de negocio de FECHAPROC, escribe en INSTTRN un archivo
      *          con el trazado de TRNREG, con su cabecera HDR (código
      *          de departamento propio y un identificador de lote
      *          único) y su trailer TRLR, que entra a EDITSORT como
      *          una fuente más de la concatenación de TRANSACC. Un
      *          vencimiento que cae en feriado de FERIADOS o en fin de
      *          semana sale el siguiente día hábil. La próxima
      *          fecha de cada instrucción solo se adelanta cuando el
      *          lote que la llevó figura aceptado en LOTESREG:
      *          con PARM='CONFIRMA' después del lote, y de todos modos
      *          al principio de la siguiente generación. Mientras el
      *          lote no se acepta, la instrucción se vuelve a generar.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: standing-instruction generator
      *            (GENERAR before EDITSORT, CONFIRMA after the batch)
      *            with FERIADOS-aware due dates, its own HDR/TRLR
      *            source file and INSTRPT report.
      * 2026-10-15 LOTESREG lines with status D (a re-entry blocked as
      *            duplicate) no longer count as an accepted lote.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INSTPERM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales. INSTRUC se
      * abre en acceso dinámico: se recorre en secuencia de clave y
      * cada instrucción se reescribe en el sitio.
       FILE-CONTROL.
           SELECT ARCHIVO-INSTRUCCIONES ASSIGN TO INSTRUC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CLAVE
               FILE STATUS IS WS-ESTADO-INSTRUCCIONES.
           SELECT ARCHIVO-LOTESREG ASSIGN TO LOTESREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOTESREG.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-FERIADOS ASSIGN TO FERIADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FERIADOS.
           SELECT ARCHIVO-SALIDA ASSIGN TO INSTTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.
           SELECT ARCHIVO-REPORTE ASSIGN TO INSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ARCHIVO-INSTRUCCIONES.
       COPY INSREG.

      * Registro de lotes procesados que anota CALCULADORA, con el
      * mismo trazado con el que lo graba: un lote que figura aquí ya
      * fue aceptado por el lote, salvo las líneas con estado D, que
      * anotan una reentrada rechazada por duplicada.
       FD  ARCHIVO-LOTESREG.
       01  LREG-REGISTRO.
           05 LREG-LOTE-ID PIC X(12).
           05 FILLER PIC X.
           05 LREG-DEPARTAMENTO PIC X(4).
           05 FILLER PIC X.
           05 LREG-FECHA-CREACION PIC 9(8).
           05 FILLER PIC X.
           05 LREG-FECHA-PROCESO PIC 9(8).
           05 FILLER PIC X.
           05 LREG-ESTADO PIC X.
               88 LREG-DUPLICADO VALUE "D".

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

       FD  ARCHIVO-FERIADOS.
       01  FER-REGISTRO.
           05 FER-FECHA PIC 9(8).

      * Fuente de órdenes permanentes para EDITSORT, en el trazado de
      * siempre de los departamentos.
       FD  ARCHIVO-SALIDA.
       COPY TRNREG.

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA PIC X(80).

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-INSTRUCCIONES PIC X(2) VALUE SPACES.
           88 FIN-INSTRUCCIONES VALUE "10".
       01 WS-ESTADO-LOTESREG PIC X(2) VALUE SPACES.
           88 FIN-LOTESREG VALUE "10".
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FERIADOS PIC X(2) VALUE SPACES.
           88 FIN-FERIADOS VALUE "10".
       01 WS-ESTADO-SALIDA PIC X(2) VALUE SPACES.
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.

       01 WS-INSTRUCCIONES-ABIERTO PIC X VALUE "N".
           88 INSTRUCCIONES-ABIERTO VALUE "S".

      * Modo por PARM (el procedimiento de arranque del sitio lo deja
      * en CALC_PARM): GENERAR, o vacío, antes de EDITSORT; CONFIRMA
      * después del lote, solo para adelantar las instrucciones cuyo
      * lote quedó aceptado.
       01 WS-PARM-ENTRADA PIC X(40).
       01 WS-MODO PIC X(8) VALUE "GENERAR".
           88 MODO-GENERAR VALUE "GENERAR".
           88 MODO-CONFIRMA VALUE "CONFIRMA".

       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-ACTUAL PIC X(21).
       01 WS-FECHA-TEXTO PIC X(8).
       01 WS-FECHA-FORMATO PIC X(10).

      * Identificación de la fuente: departamento propio y lote
      * OP + fecha de negocio + correlativo del día, que sube cuando
      * un lote de la misma fecha ya figura aceptado (una segunda
      * generación el mismo día no choca con el control de
      * reentradas de CALCULADORA).
       01 WS-DEPARTAMENTO PIC X(4) VALUE "PERM".
       01 WS-LOTE-ID.
           05 WS-LOTE-PREFIJO PIC X(2) VALUE "OP".
           05 WS-LOTE-FECHA PIC 9(8) VALUE 0.
           05 WS-LOTE-SECUENCIA PIC 9(2) VALUE 0.

      * Lotes de órdenes permanentes aceptados en los últimos días
      * (el resto del registro no hace falta: un lote se acepta, o
      * no, en la misma cadena que lo generó).
       01 WS-VENTANA-LOTES PIC 9(3) VALUE 60.
       01 WS-FECHA-CORTE-LOTES PIC 9(8) VALUE 0.
       01 WS-MAX-LOTES PIC 9(4) VALUE 500.
       01 WS-LOTES-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-LOTES.
           05 WS-LOTE-ACEPTADO OCCURS 500 PIC X(12).
       01 WS-LOTES-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-LOTES-DEL-DIA PIC 9(4) VALUE 0.
       01 WS-LOTE-BUSCADO PIC X(12) VALUE SPACES.
       01 WS-LOTE-ENCONTRADO PIC X VALUE "N".
           88 LOTE-ENCONTRADO VALUE "S".
       01 WS-IDX-LOTE PIC 9(4) VALUE 0.

       01 WS-MAX-FERIADOS PIC 9(4) VALUE 200.
       01 WS-FERIADOS-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-FERIADOS.
           05 WS-FERIADO OCCURS 200 PIC 9(8).
       01 WS-FERIADOS-SOBRANTES PIC 9(4) VALUE 0.

       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-ENTERO-FECHA PIC 9(7) VALUE 0.
       01 WS-FECHA-DIA PIC 9(8) VALUE 0.
       01 WS-DIA-SEMANA PIC 9 VALUE 0.
       01 WS-ES-HABIL PIC X VALUE "N".
           88 DIA-HABIL VALUE "S".
      * Tope de búsqueda del siguiente día hábil, como en FECHAVAN.
       01 WS-SALTOS PIC 9(4) VALUE 0.
       01 WS-MAX-SALTOS PIC 9(4) VALUE 60.

      * Instrucción en curso.
       01 WS-FECHA-VENCE PIC 9(8) VALUE 0.
       01 WS-MOTIVO PIC X(10) VALUE SPACES.
       01 WS-RESULTADO PIC X(10) VALUE SPACES.
       01 WS-INSTRUCCION-CAMBIADA PIC X VALUE "N".
           88 INSTRUCCION-CAMBIADA VALUE "S".
       01 WS-LOTE-ANTERIOR PIC X(12) VALUE SPACES.
       01 WS-FECHA-PRUEBA PIC 9(8) VALUE 0.

      * Aritmética de meses para las frecuencias M, T y A.
       01 WS-CALC-FECHA.
           05 WS-CALC-ANIO PIC 9(4).
           05 WS-CALC-MES PIC 9(2).
           05 WS-CALC-DIA PIC 9(2).
       01 WS-CALC-FECHA-N REDEFINES WS-CALC-FECHA PIC 9(8).
       01 WS-DIA-ANCLA PIC 9(2) VALUE 0.
       01 WS-MESES-AVANCE PIC 9(2) VALUE 0.
       01 WS-MES-TOTAL PIC 9(6) VALUE 0.
       01 WS-RESTO-MES PIC 9(2) VALUE 0.

      * Códigos de operación que el lote despacha (los mismos que
      * acepta EDITSORT).
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
       01 WS-TABLA-CODIGOS-R REDEFINES WS-TABLA-CODIGOS.
           05 WS-CODIGO-OPER OCCURS 9 PIC X(4).
       01 WS-MAX-CODIGOS PIC 9(4) VALUE 9.
       01 WS-CODIGO-RECONOCIDO PIC X VALUE "N".
           88 CODIGO-RECONOCIDO VALUE "S".

      * Control de la fuente generada: la cabecera sale con el primer
      * detalle, así que un día sin vencimientos deja el archivo
      * vacío y EDITSORT no ve ninguna fuente.
       01 WS-CABECERA-ESCRITA PIC X VALUE "N".
           88 CABECERA-ESCRITA VALUE "S".
       01 WS-SALIDA-CONTADOR PIC 9(6) VALUE 0.
       01 WS-SALIDA-TOTAL PIC S9(9)V99 VALUE 0.

      * Totales de la corrida.
       01 WS-INSTRUCCIONES-LEIDAS PIC 9(6) VALUE 0.
       01 WS-INSTRUCCIONES-GENERADAS PIC 9(6) VALUE 0.
       01 WS-INSTRUCCIONES-CONFIRMADAS PIC 9(6) VALUE 0.
       01 WS-INSTRUCCIONES-SIN-ACEPTAR PIC 9(6) VALUE 0.
       01 WS-INSTRUCCIONES-INVALIDAS PIC 9(6) VALUE 0.
       01 WS-INSTRUCCIONES-FINALIZADAS PIC 9(6) VALUE 0.
       01 WS-INSTRUCCIONES-GRABADAS PIC 9(6) VALUE 0.

       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEA-PENDIENTE PIC X(80) VALUE SPACES.

       01 RE-ENCABEZADO-1 PIC X(80) VALUE
           "CALCULADORA CORP. - ORDENES PERMANENTES".
       01 RE-ENCABEZADO-2.
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 RE2-FECHA PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-MODO-LINEA.
           05 FILLER PIC X(6) VALUE "MODO: ".
           05 REM-MODO PIC X(8).
           05 FILLER PIC X(9) VALUE "   LOTE: ".
           05 REM-LOTE PIC X(12).
       01 RE-TITULO.
           05 FILLER PIC X(26) VALUE "CUENTA    NUM  OPER  VENCE".
           05 FILLER PIC X(32) VALUE
               "        LOTE          RESULTADO".
       01 RE-DETALLE.
           05 RED-CUENTA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-NUMERO PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-OPERACION PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-VENCE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-LOTE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-RESULTADO PIC X(10).
       01 RE-TOTALES-1.
           05 FILLER PIC X(10) VALUE "LEIDAS: ".
           05 RET-LEIDAS PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE "  GENERADAS: ".
           05 RET-GENERADAS PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE "  CONFIRMADAS: ".
           05 RET-CONFIRMADAS PIC ZZZZZ9.
       01 RE-TOTALES-2.
           05 FILLER PIC X(14) VALUE "SIN ACEPTAR: ".
           05 RET-SIN-ACEPTAR PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE "  INVALIDAS: ".
           05 RET-INVALIDAS PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE "  FINALIZADAS: ".
           05 RET-FINALIZADAS PIC ZZZZZ9.
       01 RE-TOTALES-3.
           05 FILLER PIC X(20) VALUE "DETALLES DEL LOTE: ".
           05 RET-CONTADOR PIC ZZZZZ9.
           05 FILLER PIC X(20) VALUE "  TOTAL DE CONTROL: ".
           05 RET-TOTAL PIC -(9)9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM LEER-PARAMETRO.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-LOTES.
           PERFORM ABRIR-ARCHIVOS.
           IF WS-CODIGO-RETORNO = 0
               PERFORM RECORRER-INSTRUCCIONES
               IF MODO-GENERAR
                   PERFORM ESCRIBIR-TRAILER-SALIDA
               END-IF
               PERFORM ESCRIBIR-TOTALES
           END-IF.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM FIN-PROGRAMA.

      *    La fecha de negocio es la del lote que se arma; sin el
      *    archivo de control no se sabe qué vence y no se genera.
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
                   "proceso; no se generan órdenes permanentes"
               MOVE 8 TO WS-CODIGO-RETORNO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-TEXTO
               MOVE WS-FECHA-TEXTO TO WS-FECHA-NEGOCIO
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WS-LOTE-FECHA.

           LEER-PARAMETRO.
           MOVE SPACES TO WS-PARM-ENTRADA.
           ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "CALC_PARM".
           EVALUATE WS-PARM-ENTRADA
               WHEN SPACES
               WHEN "GENERAR"
                   MOVE "GENERAR" TO WS-MODO
               WHEN "CONFIRMA"
                   MOVE "CONFIRMA" TO WS-MODO
               WHEN OTHER
                   DISPLAY "Error! PARM desconocido: " WS-PARM-ENTRADA
                       " (GENERAR o CONFIRMA)"
                   MOVE 8 TO WS-CODIGO-RETORNO
           END-EVALUATE.

           CARGAR-FERIADOS.
           OPEN INPUT ARCHIVO-FERIADOS.
           IF WS-ESTADO-FERIADOS NOT = "00"
               DISPLAY "Aviso! Sin calendario de feriados (estado "
                   WS-ESTADO-FERIADOS "); solo se saltan los fines "
                   "de semana"
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

      *    Solo interesan los lotes de este departamento procesados
      *    dentro de la ventana. Sin registro no se puede confirmar
      *    nada: las instrucciones en espera se vuelven a generar.
           CARGAR-LOTES.
           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               - WS-VENTANA-LOTES.
           COMPUTE WS-FECHA-CORTE-LOTES =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).
           OPEN INPUT ARCHIVO-LOTESREG.
           IF WS-ESTADO-LOTESREG NOT = "00"
               DISPLAY "Aviso! Sin registro de lotes procesados "
                   "(estado " WS-ESTADO-LOTESREG "); no se confirma "
                   "ningún lote"
           ELSE
               PERFORM LEER-LOTESREG
               PERFORM UNTIL FIN-LOTESREG
                   IF LREG-DEPARTAMENTO = WS-DEPARTAMENTO
                       AND LREG-LOTE-ID(1:2) = WS-LOTE-PREFIJO
                       AND LREG-FECHA-PROCESO IS NUMERIC
                       AND LREG-FECHA-PROCESO >= WS-FECHA-CORTE-LOTES
                       AND NOT LREG-DUPLICADO
                       PERFORM GUARDAR-LOTE
                   END-IF
                   PERFORM LEER-LOTESREG
               END-PERFORM
               CLOSE ARCHIVO-LOTESREG
           END-IF.
           IF WS-LOTES-SOBRANTES > 0
               DISPLAY "Aviso! " WS-LOTES-SOBRANTES " lotes de "
                   "órdenes permanentes no caben en la tabla; los "
                   "sobrantes no se consultan"
           END-IF.

           LEER-LOTESREG.
           READ ARCHIVO-LOTESREG
               AT END SET FIN-LOTESREG TO TRUE
           END-READ.

           GUARDAR-LOTE.
           IF WS-LOTES-USADOS < WS-MAX-LOTES
               ADD 1 TO WS-LOTES-USADOS
               MOVE LREG-LOTE-ID TO WS-LOTE-ACEPTADO(WS-LOTES-USADOS)
               IF LREG-LOTE-ID(3:8) = WS-LOTE-FECHA
                   ADD 1 TO WS-LOTES-DEL-DIA
               END-IF
           ELSE
               ADD 1 TO WS-LOTES-SOBRANTES
           END-IF.

           ABRIR-ARCHIVOS.
           IF WS-CODIGO-RETORNO = 0
               OPEN I-O ARCHIVO-INSTRUCCIONES
               IF WS-ESTADO-INSTRUCCIONES = "00"
                   SET INSTRUCCIONES-ABIERTO TO TRUE
               ELSE
                   DISPLAY "Error! No se pudo abrir el archivo de "
                       "instrucciones permanentes (estado "
                       WS-ESTADO-INSTRUCCIONES ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           IF WS-CODIGO-RETORNO = 0 AND MODO-GENERAR
               IF WS-LOTES-DEL-DIA >= 99
                   DISPLAY "Error! Ya hay 99 lotes de órdenes "
                       "permanentes aceptados en la fecha"
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   COMPUTE WS-LOTE-SECUENCIA = WS-LOTES-DEL-DIA + 1
               END-IF
               OPEN OUTPUT ARCHIVO-SALIDA
               IF WS-ESTADO-SALIDA NOT = "00"
                   DISPLAY "Error! No se pudo abrir el archivo de "
                       "salida (estado " WS-ESTADO-SALIDA ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "Error! No se pudo abrir el reporte de órdenes "
                   "permanentes (estado " WS-ESTADO-REPORTE ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

           ESCRIBIR-ENCABEZADO.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TEXTO.
           PERFORM FORMATEAR-FECHA.
           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE WS-MODO TO REM-MODO.
           IF MODO-GENERAR
               MOVE WS-LOTE-ID TO REM-LOTE
           ELSE
               MOVE SPACES TO REM-LOTE
           END-IF.
           MOVE RE-MODO-LINEA TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE RE-TITULO TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

           ESCRIBIR-ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE RE-ENCABEZADO-1 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
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

           RECORRER-INSTRUCCIONES.
           MOVE LOW-VALUES TO INS-CLAVE.
           START ARCHIVO-INSTRUCCIONES KEY >= INS-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-ESTADO-INSTRUCCIONES
           END-START.
           IF NOT FIN-INSTRUCCIONES
               PERFORM LEER-INSTRUCCION
               PERFORM UNTIL FIN-INSTRUCCIONES
                   PERFORM PROCESAR-INSTRUCCION
                   PERFORM LEER-INSTRUCCION
               END-PERFORM
           END-IF.

           LEER-INSTRUCCION.
           READ ARCHIVO-INSTRUCCIONES NEXT
               AT END CONTINUE
           END-READ.

      *    Primero se confirma lo que quedó a la espera de un lote
      *    anterior; después, en GENERAR, se genera lo que vence. Una
      *    instrucción cuyo lote no figura aceptado sigue con la
      *    misma próxima fecha y se vuelve a generar en el lote nuevo.
           PROCESAR-INSTRUCCION.
           ADD 1 TO WS-INSTRUCCIONES-LEIDAS.
           MOVE "N" TO WS-INSTRUCCION-CAMBIADA.
           MOVE SPACES TO WS-LOTE-ANTERIOR.
           IF INS-LOTE-PENDIENTE NOT = SPACES
               PERFORM CONFIRMAR-INSTRUCCION
           END-IF.
           IF MODO-GENERAR AND INS-ACTIVA
               PERFORM GENERAR-INSTRUCCION
           END-IF.
           IF INSTRUCCION-CAMBIADA
               REWRITE INS-REGISTRO
                   INVALID KEY
                       DISPLAY "Error! No se pudo reescribir la "
                           "instrucción " INS-CUENTA "-" INS-NUMERO
                           " (estado " WS-ESTADO-INSTRUCCIONES ")"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   NOT INVALID KEY
                       ADD 1 TO WS-INSTRUCCIONES-GRABADAS
               END-REWRITE
           END-IF.

           CONFIRMAR-INSTRUCCION.
           MOVE INS-LOTE-PENDIENTE TO WS-LOTE-BUSCADO.
           PERFORM BUSCAR-LOTE.
           IF LOTE-ENCONTRADO
               PERFORM VALIDAR-INSTRUCCION
           END-IF.
           EVALUATE TRUE
               WHEN NOT LOTE-ENCONTRADO
                   MOVE INS-LOTE-PENDIENTE TO WS-LOTE-ANTERIOR
                   IF MODO-GENERAR
      *                El lote nuevo la vuelve a llevar si sigue
      *                activa y vencida; si no, deja de esperar.
                       MOVE SPACES TO INS-LOTE-PENDIENTE
                       MOVE 0 TO INS-FECHA-GENERADA
                       SET INSTRUCCION-CAMBIADA TO TRUE
                   ELSE
                       ADD 1 TO WS-INSTRUCCIONES-SIN-ACEPTAR
                       MOVE INS-PROXIMA TO WS-FECHA-DIA
                       PERFORM CALCULAR-VENCIMIENTO
                       MOVE "SINACEPTAR" TO WS-RESULTADO
                       PERFORM ESCRIBIR-DETALLE-REPORTE
                   END-IF
               WHEN WS-MOTIVO NOT = SPACES
      *            Instrucción tocada después de generarla: no se
      *            puede calcular el siguiente vencimiento.
                   ADD 1 TO WS-INSTRUCCIONES-INVALIDAS
                   MOVE 0 TO WS-FECHA-VENCE
                   MOVE WS-MOTIVO TO WS-RESULTADO
                   PERFORM ESCRIBIR-DETALLE-REPORTE
               WHEN OTHER
                   ADD 1 TO WS-INSTRUCCIONES-CONFIRMADAS
                   MOVE INS-PROXIMA TO WS-FECHA-DIA
                   PERFORM CALCULAR-VENCIMIENTO
                   MOVE "CONFIRMADA" TO WS-RESULTADO
                   PERFORM ESCRIBIR-DETALLE-REPORTE
                   MOVE WS-FECHA-VENCE TO INS-ULTIMO-VENCIMIENTO
                   PERFORM AVANZAR-PROXIMA
                   MOVE SPACES TO INS-LOTE-PENDIENTE
                   MOVE 0 TO INS-FECHA-GENERADA
                   SET INSTRUCCION-CAMBIADA TO TRUE
                   IF INS-FECHA-FIN NOT = 0
                       AND INS-PROXIMA > INS-FECHA-FIN
                       SET INS-FINALIZADA TO TRUE
                       ADD 1 TO WS-INSTRUCCIONES-FINALIZADAS
                       MOVE "FINALIZADA" TO WS-RESULTADO
                       PERFORM ESCRIBIR-DETALLE-REPORTE
                   END-IF
           END-EVALUATE.

           BUSCAR-LOTE.
           MOVE "N" TO WS-LOTE-ENCONTRADO.
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
           UNTIL WS-IDX-LOTE > WS-LOTES-USADOS
               OR LOTE-ENCONTRADO
               IF WS-LOTE-ACEPTADO(WS-IDX-LOTE) = WS-LOTE-BUSCADO
                   SET LOTE-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM.

           GENERAR-INSTRUCCION.
           IF INS-PROXIMA = 0
               MOVE INS-FECHA-INICIO TO INS-PROXIMA
               SET INSTRUCCION-CAMBIADA TO TRUE
           END-IF.
           PERFORM VALIDAR-INSTRUCCION.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-INSTRUCCIONES-INVALIDAS
               MOVE 0 TO WS-FECHA-VENCE
               MOVE WS-MOTIVO TO WS-RESULTADO
               PERFORM ESCRIBIR-DETALLE-REPORTE
           ELSE
               IF INS-FECHA-FIN NOT = 0
                   AND INS-PROXIMA > INS-FECHA-FIN
                   SET INS-FINALIZADA TO TRUE
                   SET INSTRUCCION-CAMBIADA TO TRUE
                   ADD 1 TO WS-INSTRUCCIONES-FINALIZADAS
                   MOVE 0 TO WS-FECHA-VENCE
                   MOVE "FINALIZADA" TO WS-RESULTADO
                   PERFORM ESCRIBIR-DETALLE-REPORTE
               ELSE
                   MOVE INS-PROXIMA TO WS-FECHA-DIA
                   PERFORM CALCULAR-VENCIMIENTO
                   IF WS-FECHA-VENCE <= WS-FECHA-NEGOCIO
                       PERFORM ESCRIBIR-DETALLE-SALIDA
                       MOVE WS-LOTE-ID TO INS-LOTE-PENDIENTE
                       MOVE WS-FECHA-NEGOCIO TO INS-FECHA-GENERADA
                       SET INSTRUCCION-CAMBIADA TO TRUE
                       ADD 1 TO WS-INSTRUCCIONES-GENERADAS
                       IF WS-LOTE-ANTERIOR NOT = SPACES
                           MOVE "REGENERADA" TO WS-RESULTADO
                       ELSE
                           MOVE "GENERADA" TO WS-RESULTADO
                       END-IF
                       PERFORM ESCRIBIR-DETALLE-REPORTE
                   END-IF
               END-IF
           END-IF.

      *    Mismas reglas de campo que EDITSORT, para que lo generado
      *    no se caiga en la edición, más las propias de la
      *    instrucción: frecuencia y fechas de calendario válidas.
           VALIDAR-INSTRUCCION.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "N" TO WS-CODIGO-RECONOCIDO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MAX-CODIGOS
               IF INS-OPERACION = WS-CODIGO-OPER(WS-IDX)
                   SET CODIGO-RECONOCIDO TO TRUE
                   MOVE WS-MAX-CODIGOS TO WS-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT CODIGO-RECONOCIDO
                   MOVE "OPINVAL" TO WS-MOTIVO
               WHEN INS-NUMERO1 IS NOT NUMERIC
                   MOVE "NUM1INV" TO WS-MOTIVO
               WHEN INS-NUMERO2 IS NOT NUMERIC
                   MOVE "NUM2INV" TO WS-MOTIVO
               WHEN INS-DECIMALES NOT = SPACE
                   AND (INS-DECIMALES < "0" OR INS-DECIMALES > "4")
                   MOVE "DECINVAL" TO WS-MOTIVO
               WHEN INS-OPERACION = "AMRT"
                   AND INS-PERIODOS IS NOT NUMERIC
                   MOVE "AMRTDAT" TO WS-MOTIVO
               WHEN NOT INS-FRECUENCIA-VALIDA
                   MOVE "FRECINV" TO WS-MOTIVO
               WHEN INS-FECHA-INICIO IS NOT NUMERIC
                   OR INS-PROXIMA IS NOT NUMERIC
                   OR INS-FECHA-FIN IS NOT NUMERIC
                   MOVE "FECHAINV" TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               MOVE INS-FECHA-INICIO TO WS-FECHA-PRUEBA
               PERFORM PROBAR-FECHA
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE INS-PROXIMA TO WS-FECHA-PRUEBA
               PERFORM PROBAR-FECHA
           END-IF.
           IF WS-MOTIVO = SPACES AND INS-FECHA-FIN NOT = 0
               MOVE INS-FECHA-FIN TO WS-FECHA-PRUEBA
               PERFORM PROBAR-FECHA
           END-IF.

           PROBAR-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PRUEBA) NOT = 0
               MOVE "FECHAINV" TO WS-MOTIVO
           END-IF.

      *    Vencimiento efectivo: la fecha de calendario de
      *    WS-FECHA-DIA o, si no es hábil, el siguiente día hábil.
           CALCULAR-VENCIMIENTO.
           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
           MOVE 0 TO WS-SALTOS.
           PERFORM EVALUAR-DIA-HABIL.
           PERFORM UNTIL DIA-HABIL OR WS-SALTOS > WS-MAX-SALTOS
               ADD 1 TO WS-ENTERO-FECHA
               ADD 1 TO WS-SALTOS
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
               PERFORM EVALUAR-DIA-HABIL
           END-PERFORM.
           IF DIA-HABIL
               MOVE WS-FECHA-DIA TO WS-FECHA-VENCE
           ELSE
               DISPLAY "Error! No se encontró un día hábil en "
                   WS-MAX-SALTOS " días; revise el calendario de "
                   "feriados"
               MOVE 8 TO WS-CODIGO-RETORNO
               MOVE 99999999 TO WS-FECHA-VENCE
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

      *    Siguiente fecha de calendario. La diaria sigue al día
      *    hábil en que salió; las demás cuentan desde la fecha de
      *    calendario, para que un feriado no corra el resto del
      *    calendario de la instrucción.
           AVANZAR-PROXIMA.
           EVALUATE TRUE
               WHEN INS-DIARIA
                   COMPUTE WS-ENTERO-FECHA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-VENCE) + 1
                   COMPUTE INS-PROXIMA =
                       FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
               WHEN INS-SEMANAL
                   COMPUTE WS-ENTERO-FECHA =
                       FUNCTION INTEGER-OF-DATE(INS-PROXIMA) + 7
                   COMPUTE INS-PROXIMA =
                       FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
               WHEN INS-QUINCENAL
                   COMPUTE WS-ENTERO-FECHA =
                       FUNCTION INTEGER-OF-DATE(INS-PROXIMA) + 14
                   COMPUTE INS-PROXIMA =
                       FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
               WHEN INS-MENSUAL
                   MOVE 1 TO WS-MESES-AVANCE
                   PERFORM SUMAR-MESES
               WHEN INS-TRIMESTRAL
                   MOVE 3 TO WS-MESES-AVANCE
                   PERFORM SUMAR-MESES
               WHEN INS-ANUAL
                   MOVE 12 TO WS-MESES-AVANCE
                   PERFORM SUMAR-MESES
           END-EVALUATE.

      *    Suma meses a la próxima fecha y la vuelve a poner en el día
      *    de la fecha de inicio, recortado al último día del mes
      *    cuando el mes no lo tiene (un 31 pasa a 30, 29 o 28).
           SUMAR-MESES.
           MOVE INS-FECHA-INICIO TO WS-CALC-FECHA-N.
           MOVE WS-CALC-DIA TO WS-DIA-ANCLA.
           MOVE INS-PROXIMA TO WS-CALC-FECHA-N.
           COMPUTE WS-MES-TOTAL =
               WS-CALC-ANIO * 12 + WS-CALC-MES - 1 + WS-MESES-AVANCE.
           DIVIDE WS-MES-TOTAL BY 12 GIVING WS-CALC-ANIO
               REMAINDER WS-RESTO-MES.
           COMPUTE WS-CALC-MES = WS-RESTO-MES + 1.
           MOVE WS-DIA-ANCLA TO WS-CALC-DIA.
           PERFORM UNTIL WS-CALC-DIA <= 28
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-FECHA-N) = 0
               SUBTRACT 1 FROM WS-CALC-DIA
           END-PERFORM.
           MOVE WS-CALC-FECHA-N TO INS-PROXIMA.

      *    La cabecera sale con el primer detalle: fecha de creación
      *    = fecha de negocio del lote.
           ESCRIBIR-DETALLE-SALIDA.
           IF NOT CABECERA-ESCRITA
               MOVE SPACES TO TRANS-REGISTRO
               MOVE "HDR " TO CABECERA-TIPO
               MOVE WS-DEPARTAMENTO TO CABECERA-DEPARTAMENTO
               MOVE WS-FECHA-NEGOCIO TO CABECERA-FECHA-CREACION
               MOVE WS-LOTE-ID TO CABECERA-LOTE-ID
               WRITE TRANS-REGISTRO
               SET CABECERA-ESCRITA TO TRUE
           END-IF.
           MOVE SPACES TO TRANS-REGISTRO.
           MOVE INS-OPERACION TO TRANS-OPERACION.
           MOVE INS-NUMERO1 TO TRANS-NUMERO1.
           MOVE INS-NUMERO2 TO TRANS-NUMERO2.
           MOVE INS-CUENTA TO TRANS-CUENTA.
           MOVE INS-DECIMALES TO TRANS-DECIMALES.
           MOVE INS-PERIODOS TO TRANS-PERIODOS.
           WRITE TRANS-REGISTRO.
           ADD 1 TO WS-SALIDA-CONTADOR.
           ADD INS-NUMERO1 TO WS-SALIDA-TOTAL.
           ADD INS-NUMERO2 TO WS-SALIDA-TOTAL.

      *    Trailer con el mismo contador y total de control (suma de
      *    los dos operandos) que EDITSORT coteja en cada fuente.
           ESCRIBIR-TRAILER-SALIDA.
           IF CABECERA-ESCRITA
               MOVE SPACES TO TRANS-REGISTRO
               MOVE "TRLR" TO TRAILER-TIPO
               MOVE WS-SALIDA-CONTADOR TO TRAILER-CONTADOR
               MOVE WS-SALIDA-TOTAL TO TRAILER-TOTAL-CONTROL
               WRITE TRANS-REGISTRO
           ELSE
               DISPLAY "Sin vencimientos de órdenes permanentes en la "
                   "fecha; el archivo de salida queda vacío"
           END-IF.

           ESCRIBIR-DETALLE-REPORTE.
           MOVE SPACES TO RE-DETALLE.
           MOVE INS-CUENTA TO RED-CUENTA.
           MOVE INS-NUMERO TO RED-NUMERO.
           MOVE INS-OPERACION TO RED-OPERACION.
           IF WS-FECHA-VENCE = 0 OR WS-FECHA-VENCE = 99999999
               MOVE SPACES TO RED-VENCE
           ELSE
               MOVE WS-FECHA-VENCE TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               MOVE WS-FECHA-FORMATO TO RED-VENCE
           END-IF.
           IF INS-LOTE-PENDIENTE NOT = SPACES
               MOVE INS-LOTE-PENDIENTE TO RED-LOTE
           ELSE
               MOVE WS-LOTE-ANTERIOR TO RED-LOTE
           END-IF.
           MOVE WS-RESULTADO TO RED-RESULTADO.
           MOVE RE-DETALLE TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

           ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE WS-INSTRUCCIONES-LEIDAS TO RET-LEIDAS.
           MOVE WS-INSTRUCCIONES-GENERADAS TO RET-GENERADAS.
           MOVE WS-INSTRUCCIONES-CONFIRMADAS TO RET-CONFIRMADAS.
           MOVE RE-TOTALES-1 TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE WS-INSTRUCCIONES-SIN-ACEPTAR TO RET-SIN-ACEPTAR.
           MOVE WS-INSTRUCCIONES-INVALIDAS TO RET-INVALIDAS.
           MOVE WS-INSTRUCCIONES-FINALIZADAS TO RET-FINALIZADAS.
           MOVE RE-TOTALES-2 TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           IF MODO-GENERAR
               MOVE WS-SALIDA-CONTADOR TO RET-CONTADOR
               MOVE WS-SALIDA-TOTAL TO RET-TOTAL
               MOVE RE-TOTALES-3 TO REPORTE-LINEA
               PERFORM GRABAR-LINEA-REPORTE
           END-IF.

           FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-FORMATO.
           STRING WS-FECHA-TEXTO(7:2) "/" WS-FECHA-TEXTO(5:2) "/"
               WS-FECHA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATO.

           MOSTRAR-RESUMEN.
           DISPLAY "===== Órdenes permanentes (" WS-MODO ") =====".
           DISPLAY "Fecha de proceso: " WS-FECHA-NEGOCIO.
           IF MODO-GENERAR
               DISPLAY "Lote: " WS-LOTE-ID
           END-IF.
           DISPLAY "Instrucciones leídas: " WS-INSTRUCCIONES-LEIDAS.
           DISPLAY "Generadas: " WS-INSTRUCCIONES-GENERADAS.
           DISPLAY "Confirmadas: " WS-INSTRUCCIONES-CONFIRMADAS.
           DISPLAY "Sin aceptar: " WS-INSTRUCCIONES-SIN-ACEPTAR.
           DISPLAY "Inválidas: " WS-INSTRUCCIONES-INVALIDAS.
           DISPLAY "Finalizadas: " WS-INSTRUCCIONES-FINALIZADAS.

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
               MOVE "INSTPERM" TO COR-PROGRAMA
               MOVE WS-MODO TO COR-MODO
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-INSTRUCCIONES-LEIDAS TO COR-LEIDOS
               IF MODO-GENERAR
                   MOVE WS-INSTRUCCIONES-GENERADAS TO COR-ACEPTADOS
               ELSE
                   MOVE WS-INSTRUCCIONES-CONFIRMADAS TO COR-ACEPTADOS
               END-IF
               MOVE WS-INSTRUCCIONES-INVALIDAS TO COR-RECHAZADOS
               MOVE WS-INSTRUCCIONES-GRABADAS TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

      *    Una instrucción inválida o un lote que no quedó aceptado
      *    se señalan con RC=4; un archivo que no abre, RC=8, y
      *    entonces el CALCJOB no suelta el lote.
           FIN-PROGRAMA.
               IF (WS-INSTRUCCIONES-INVALIDAS > 0
                   OR WS-INSTRUCCIONES-SIN-ACEPTAR > 0)
                   AND WS-CODIGO-RETORNO = 0
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF INSTRUCCIONES-ABIERTO
                   CLOSE ARCHIVO-INSTRUCCIONES
               END-IF.
               IF MODO-GENERAR AND WS-ESTADO-SALIDA = "00"
                   CLOSE ARCHIVO-SALIDA
               END-IF.
               IF WS-ESTADO-REPORTE = "00"
                   CLOSE ARCHIVO-REPORTE
               END-IF.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM INSTPERM.
