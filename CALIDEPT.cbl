      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de calidad de los envíos de cada
      *          departamento emisor de TRANSACC (el código de
      *          CABECERA-DEPARTAMENTO que queda en LOTESREG), para
      *          la reunión mensual de servicio. Por departamento:
      *          lotes procesados y reentradas bloqueadas por
      *          duplicadas (LOTESREG), registros enviados contra
      *          aceptados por EDITSORT (registro de envíos ENVIOS),
      *          suspensos de CALCULADORA por motivo (RECHAZOS, por
      *          RECH-LOTE-ID) y cuántos siguen pendientes o se
      *          reentraron por REPROC y en cuántos días (REPROLOG,
      *          por RPL-LOTE-ORIGEN), y el atraso entre la creación
      *          del archivo y su fecha de proceso. Cada cifra sale
      *          junto a la del mes anterior; los departamentos se
      *          clasifican por tasa de error y se marcan los que
      *          pasan el umbral.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: monthly departmental submission
      *            scorecard over LOTESREG, the ENVIOS submission log,
      *            the suspense file and the reprocess disposition
      *            journal, with month-over-month comparison, error
      *            rate ranking and threshold flag, written to its own
      *            CALIRPT report dataset.
      * 2026-10-15 A lot whose department no longer fits in the table
      *            keeps its own department code in the lot table
      *            instead of reading the department entry at
      *            subscript zero.
      * 2026-10-15 Page length brought back to the 20 lines of the
      *            other reports; a department's block continues on
      *            the next page under the repeated heading, and the
      *            reason section title is kept with its table.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALIDEPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales.
       FILE-CONTROL.
           SELECT ARCHIVO-LOTESREG ASSIGN TO LOTESREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOTESREG.
           SELECT ARCHIVO-ENVIOS ASSIGN TO ENVIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENVIOS.
           SELECT ARCHIVO-RECHAZOS ASSIGN TO RECHAZOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZOS.
           SELECT ARCHIVO-REPROLOG ASSIGN TO REPROLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPROLOG.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-INFORME ASSIGN TO CALIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Registro de lotes que anota CALCULADORA (o FUSIONAR en el lote
      * particionado), con el mismo trazado con el que lo graba.
      * Estado D = reentrada rechazada por duplicada, con la fecha
      * de negocio del rechazo.
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

       FD  ARCHIVO-ENVIOS.
       COPY ENVREG.

       FD  ARCHIVO-RECHAZOS.
       COPY RECHREG.

       FD  ARCHIVO-REPROLOG.
       COPY RPLREG.

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

       FD  ARCHIVO-INFORME.
       01  INFORME-LINEA PIC X(80).

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-LOTESREG PIC X(2) VALUE SPACES.
           88 FIN-LOTESREG VALUE "10".
       01 WS-ESTADO-ENVIOS PIC X(2) VALUE SPACES.
           88 FIN-ENVIOS VALUE "10".
       01 WS-ESTADO-RECHAZOS PIC X(2) VALUE SPACES.
           88 FIN-RECHAZOS VALUE "10".
       01 WS-ESTADO-REPROLOG PIC X(2) VALUE SPACES.
           88 FIN-REPROLOG VALUE "10".
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-INFORME PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.

       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-ACTUAL PIC X(21).
       01 WS-FECHA-TEXTO PIC X(8).
       01 WS-FECHA-FORMATO PIC X(10).

      * PARM (el procedimiento de arranque del sitio lo deja en
      * CALC_PARM): mes a informar como aaaamm y umbral de tasa de
      * error en porcentaje, en cualquier orden y separados por un
      * blanco; lo que falte toma el mes de la fecha de negocio y
      * un umbral de 5 por ciento.
       01 WS-PARM-ENTRADA PIC X(40).
       01 WS-PARM-OPCION PIC X(20).
       01 WS-PARM-OPCION2 PIC X(20).
       01 WS-PARM-LEIDA PIC X(20).
       01 WS-PARM-MES-X PIC X(6).
       01 WS-PARM-MES-N REDEFINES WS-PARM-MES-X PIC 9(6).
       01 WS-UMBRAL PIC 9(3)V99 VALUE 5.00.
       01 WS-UMBRAL-ED PIC ZZ9.99.
       01 WS-VALOR-NUMERICO PIC S9(6)V99.
       01 WS-POSICION-ERROR PIC S9(4) COMP.

      * Periodos del informe: 1 = mes informado, 2 = mes anterior,
      * contra el que se mide la tendencia.
       01 WS-MES-INFORME PIC 9(6) VALUE 0.
       01 WS-MES-INFORME-R REDEFINES WS-MES-INFORME.
           05 WS-MES-INF-ANIO PIC 9(4).
           05 WS-MES-INF-MES PIC 9(2).
       01 WS-MES-ANTERIOR PIC 9(6) VALUE 0.
       01 WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05 WS-MES-ANT-ANIO PIC 9(4).
           05 WS-MES-ANT-MES PIC 9(2).
       01 WS-IDX-PER PIC 9 VALUE 0.

      * Fecha en evaluación: a qué periodo pertenece y si es una
      * fecha legible (un sello en cero, ilegible o con mes o día
      * imposibles no entra en ningún periodo ni en ningún cálculo
      * de días).
       01 WS-FECHA-EVAL PIC 9(8) VALUE 0.
       01 WS-FECHA-EVAL-R REDEFINES WS-FECHA-EVAL.
           05 WS-EVAL-MES PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-VALIDA VALUE "S".
       01 WS-ENTERO-DESDE PIC 9(7) VALUE 0.
       01 WS-ENTERO-HASTA PIC 9(7) VALUE 0.
       01 WS-DIAS PIC S9(5) VALUE 0.

      * Un lote con más días de atraso que la tolerancia entre la
      * creación del archivo y su fecha de proceso cuenta como
      * tardío; la etiqueta del informe cambia con la tolerancia.
       01 WS-DIAS-TOLERANCIA PIC 9(3) VALUE 1.
       01 WS-ETIQUETA-TARDIOS PIC X(40) VALUE
           "Lotes con más de un día de atraso".

      * Departamentos: contadores por periodo, de donde salen los
      * indicadores de cada cuadro. SUSPENSOS son los items
      * originales (los escritos menos las reescrituras de los que
      * volvieron a fallar en el reproceso, que conservan su sello);
      * PENDIENTES los que no se reentraron ni volvieron a fallar.
       01 WS-MAX-DEPTOS PIC 9(4) VALUE 50.
       01 WS-DEPTOS-USADOS PIC 9(4) VALUE 0.
       01 WS-DEPTOS-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-TABLA-DEPTOS.
           05 WS-DEP OCCURS 50.
               10 WS-DEP-CODIGO PIC X(4).
               10 WS-DEP-PER OCCURS 2.
                   15 WS-DEP-LOTES PIC 9(5).
                   15 WS-DEP-DUPLICADOS PIC 9(5).
                   15 WS-DEP-FUENTES PIC 9(5).
                   15 WS-DEP-RECIBIDOS PIC 9(7).
                   15 WS-DEP-ACEPTADOS PIC 9(7).
                   15 WS-DEP-RECH-EDICION PIC 9(7).
                   15 WS-DEP-ESCRITOS PIC 9(7).
                   15 WS-DEP-REENTRADOS PIC 9(7).
                   15 WS-DEP-REFALLIDOS PIC 9(7).
                   15 WS-DEP-SUSPENSOS PIC 9(7).
                   15 WS-DEP-PENDIENTES PIC 9(7).
                   15 WS-DEP-CON-DIAS PIC 9(7).
                   15 WS-DEP-DIAS-REENTRAR PIC 9(9).
                   15 WS-DEP-CON-CREACION PIC 9(5).
                   15 WS-DEP-DIAS-ATRASO PIC 9(7).
                   15 WS-DEP-ATRASO-MAXIMO PIC 9(5).
                   15 WS-DEP-TARDIOS PIC 9(5).
                   15 WS-DEP-TASA PIC 9(3)V99.
                   15 WS-DEP-PROMEDIO-REENTRAR PIC 9(5)V99.
                   15 WS-DEP-PROMEDIO-ATRASO PIC 9(5)V99.
      * Desglose por motivo de rechazo, solo del mes informado.
               10 WS-DEP-MOT OCCURS 20.
                   15 WS-DEP-MOT-ESCRITOS PIC 9(7).
                   15 WS-DEP-MOT-REENTRADOS PIC 9(7).
                   15 WS-DEP-MOT-REFALLIDOS PIC 9(7).
       01 WS-DEP-SIN-CODIGO PIC X(4) VALUE "????".

      * Motivos de rechazo vistos en el mes informado, comunes a
      * todos los departamentos.
       01 WS-MAX-MOTIVOS PIC 9(4) VALUE 20.
       01 WS-MOTIVOS-USADOS PIC 9(4) VALUE 0.
       01 WS-MOTIVOS-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-TABLA-MOTIVOS.
           05 WS-MOT-CODIGO OCCURS 20 PIC X(8).

      * Lotes procesados en los dos periodos con su departamento,
      * para atribuir cada suspenso y cada disposición por su lote
      * de origen.
       01 WS-MAX-LOTES PIC 9(4) VALUE 3000.
       01 WS-LOTES-USADOS PIC 9(4) VALUE 0.
       01 WS-LOTES-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-TABLA-LOTES.
           05 WS-LOT OCCURS 3000.
               10 WS-LOT-ID PIC X(12).
               10 WS-LOT-DEPTO PIC X(4).
       01 WS-ULTIMO-LOTE PIC X(12) VALUE SPACES.
       01 WS-ULTIMO-DEPTO PIC X(4) VALUE SPACES.

      * Reentradas duplicadas ya contadas (lote y fecha): una
      * corrida repetida en el mismo día vuelve a anotar la misma.
       01 WS-MAX-DUPLICADOS PIC 9(4) VALUE 500.
       01 WS-DUPLICADOS-USADOS PIC 9(4) VALUE 0.
       01 WS-DUPLICADOS-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-TABLA-DUPLICADOS.
           05 WS-DUP-CLAVE OCCURS 500 PIC X(20).
       01 WS-CLAVE-DUPLICADO.
           05 WS-CDU-LOTE PIC X(12).
           05 WS-CDU-FECHA PIC 9(8).
       01 WS-DUPLICADO-VISTO PIC X VALUE "N".
           88 DUPLICADO-VISTO VALUE "S".

      * Última corrida de EDITSORT de cada fecha de negocio de los
      * dos periodos: si la edición se repitió, solo vale la última.
       01 WS-MAX-FECHAS PIC 9(4) VALUE 62.
       01 WS-FECHAS-USADAS PIC 9(4) VALUE 0.
       01 WS-FECHAS-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-TABLA-FECHAS.
           05 WS-FEC OCCURS 62.
               10 WS-FEC-FECHA PIC 9(8).
               10 WS-FEC-CORRIDA PIC X(14).

      * Clasificación del mes: índices de los departamentos con
      * actividad, de mayor a menor tasa de error.
       01 WS-RANKING-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-RANKING.
           05 WS-RANKING OCCURS 50 PIC 9(4).
       01 WS-SOBRE-UMBRAL PIC 9(4) VALUE 0.
       01 WS-SIN-ACTIVIDAD PIC 9(4) VALUE 0.

      * Totales del mes informado y del anterior para la línea de
      * total de la clasificación.
       01 WS-TABLA-TOTALES.
           05 WS-TOT-PER OCCURS 2.
               10 WS-TOT-LOTES PIC 9(7).
               10 WS-TOT-DUPLICADOS PIC 9(7).
               10 WS-TOT-RECIBIDOS PIC 9(9).
               10 WS-TOT-RECH-EDICION PIC 9(9).
               10 WS-TOT-SUSPENSOS PIC 9(9).
               10 WS-TOT-PENDIENTES PIC 9(9).
               10 WS-TOT-TASA PIC 9(3)V99.

       01 WS-LOTESREG-LEIDOS PIC 9(7) VALUE 0.
       01 WS-ENVIOS-LEIDOS PIC 9(7) VALUE 0.
       01 WS-ENVIOS-VIGENTES PIC 9(7) VALUE 0.
       01 WS-SUSP-LEIDOS PIC 9(7) VALUE 0.
       01 WS-DISP-LEIDAS PIC 9(7) VALUE 0.

       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-IDX2 PIC 9(4) VALUE 0.
       01 WS-IDX-DEP PIC 9(4) VALUE 0.
       01 WS-IDX-MOT PIC 9(4) VALUE 0.
       01 WS-IDX-FEC PIC 9(4) VALUE 0.
       01 WS-IDX-RNK PIC 9(4) VALUE 0.
       01 WS-IDX-MAYOR PIC 9(4) VALUE 0.
       01 WS-IDX-TEMP PIC 9(4) VALUE 0.
       01 WS-CLAVE-DEPTO PIC X(4) VALUE SPACES.
       01 WS-CLAVE-LOTE PIC X(12) VALUE SPACES.
       01 WS-CLAVE-MOTIVO PIC X(8) VALUE SPACES.
       01 WS-CANTIDAD PIC S9(9) VALUE 0.
       01 WS-ERRORES PIC 9(9) VALUE 0.
       01 WS-TASA PIC 9(3)V99 VALUE 0.
       01 WS-VALOR-ACTUAL PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-ANTERIOR PIC S9(9)V99 VALUE 0.

       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEA-PENDIENTE PIC X(80).

       01 RE-ENCABEZADO-1 PIC X(80) VALUE
           "CALCULADORA CORP. - CALIDAD DE ENVIOS POR DEPARTAMENTO".
       01 RE-ENCABEZADO-2.
           05 FILLER PIC X(5) VALUE "Mes: ".
           05 RE2-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 RE2-ANIO PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Umbral: ".
           05 RE2-UMBRAL PIC ZZ9.99.
           05 FILLER PIC X(8) VALUE "% error".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Fecha: ".
           05 RE2-FECHA PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-SECCION-RANKING PIC X(80) VALUE
           "CLASIFICACION DEL MES (MAYOR TASA DE ERROR PRIMERO)".
       01 RE-NOTA-TASA PIC X(80) VALUE
           "%ERROR = (RECHAZADOS EN EDICION + SUSPENSOS) / ENVIADOS".
       01 RE-RANKING-TITULO.
           05 FILLER PIC X(3) VALUE "POS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "DEPT".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(5) VALUE "LOTES".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(4) VALUE "DUPL".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(8) VALUE "ENVIADOS".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(7) VALUE "RECH.ED".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(7) VALUE "SUSPENS".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(6) VALUE " PEND.".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(6) VALUE "%ERROR".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(6) VALUE "%ANTER".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(5) VALUE "TEND.".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(3) VALUE "UMB".
       01 RE-RANKING-DETALLE.
           05 RRD-CABEZA.
               10 RRD-POSICION PIC ZZ9.
               10 FILLER PIC X(2).
               10 RRD-DEPTO PIC X(4).
           05 RRD-CABEZA-TOTAL REDEFINES RRD-CABEZA PIC X(9).
           05 FILLER PIC X.
           05 RRD-LOTES PIC ZZZZ9.
           05 FILLER PIC X.
           05 RRD-DUPLICADOS PIC ZZZ9.
           05 FILLER PIC X.
           05 RRD-RECIBIDOS PIC ZZZZZZZ9.
           05 FILLER PIC X.
           05 RRD-RECH-EDICION PIC ZZZZZZ9.
           05 FILLER PIC X.
           05 RRD-SUSPENSOS PIC ZZZZZZ9.
           05 FILLER PIC X.
           05 RRD-PENDIENTES PIC ZZZZZ9.
           05 FILLER PIC X.
           05 RRD-TASA PIC ZZ9.99.
           05 FILLER PIC X.
           05 RRD-TASA-ANTERIOR PIC ZZ9.99.
           05 FILLER PIC X.
           05 RRD-TENDENCIA PIC X(5).
           05 FILLER PIC X.
           05 RRD-MARCA PIC X(3).
       01 RE-SIN-ACTIVIDAD.
           05 FILLER PIC X(39) VALUE
               "Departamentos sin envíos en el mes: ".
           05 RSA-CANTIDAD PIC ZZZ9.
       01 RE-SOBRE-UMBRAL.
           05 FILLER PIC X(38) VALUE
               "Departamentos sobre el umbral (***): ".
           05 RSU-CANTIDAD PIC ZZZ9.
       01 RE-NOTA-SIN-CODIGO PIC X(80) VALUE
           "???? = fuente sin cabecera HDR o lote no registrado".

       01 RE-DEPTO-TITULO.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 RDT-DEPTO PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "POSICION: ".
           05 RDT-POSICION PIC ZZ9.
           05 FILLER PIC X(4) VALUE " DE ".
           05 RDT-TOTAL PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RDT-MARCA PIC X(26).
       01 RE-METRICA-TITULO.
           05 FILLER PIC X(40) VALUE "INDICADOR".
           05 FILLER PIC X(4) VALUE SPACES.
           05 RMT-MES-ACTUAL PIC 99.
           05 FILLER PIC X VALUE "/".
           05 RMT-ANIO-ACTUAL PIC 9(4).
           05 FILLER PIC X(5) VALUE SPACES.
           05 RMT-MES-ANTERIOR PIC 99.
           05 FILLER PIC X VALUE "/".
           05 RMT-ANIO-ANTERIOR PIC 9(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "VARIACION".
       01 RE-METRICA-ENTERA.
           05 RME-ETIQUETA PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RME-ACTUAL PIC ZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RME-ANTERIOR PIC ZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RME-VARIACION PIC +(8)9.
       01 RE-METRICA-DECIMAL.
           05 RMD-ETIQUETA PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMD-ACTUAL PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RMD-ANTERIOR PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RMD-VARIACION PIC +(5)9.99.
       01 RE-MOTIVO-TITULO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "MOTIVO".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "     ITEMS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REENTRADOS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PENDIENTES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REINTENTOS".
       01 RE-MOTIVO-DETALLE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RMO-MOTIVO PIC X(8).
           05 FILLER PIC X(10) VALUE SPACES.
           05 RMO-ITEMS PIC ZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMO-REENTRADOS PIC ZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMO-PENDIENTES PIC ZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMO-REFALLIDOS PIC ZZZZZZZZZ9.
       01 RE-SECCION-MOTIVO PIC X(80) VALUE
           "SUSPENSOS DEL MES POR MOTIVO DE RECHAZO".
       01 RE-SIN-SUSPENSOS PIC X(80) VALUE
           "    Sin suspensos en el mes".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           INITIALIZE WS-TABLA-DEPTOS WS-TABLA-TOTALES.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM LEER-PARAMETRO.
           PERFORM CARGAR-LOTES.
           IF WS-CODIGO-RETORNO < 8
               PERFORM CARGAR-ENVIOS
               PERFORM CARGAR-RECHAZOS
               PERFORM CARGAR-DISPOSICIONES
               PERFORM CALCULAR-INDICADORES
               PERFORM ORDENAR-DEPARTAMENTOS
               PERFORM EMITIR-INFORME
           END-IF.
           PERFORM FIN-PROGRAMA.

      *    El mes por omisión es el de la fecha de negocio; sin el
      *    archivo de control montado se usa la fecha del sistema
      *    con aviso, como hace CALCULADORA.
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
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-EVAL.
           MOVE WS-EVAL-MES TO WS-MES-INFORME.

           LEER-PARAMETRO.
           MOVE SPACES TO WS-PARM-ENTRADA.
           ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "CALC_PARM".
           MOVE SPACES TO WS-PARM-OPCION WS-PARM-OPCION2.
           UNSTRING WS-PARM-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-PARM-OPCION WS-PARM-OPCION2.
           IF WS-PARM-OPCION NOT = SPACES
               MOVE WS-PARM-OPCION TO WS-PARM-LEIDA
               PERFORM INTERPRETAR-OPCION-PARM
           END-IF.
           IF WS-PARM-OPCION2 NOT = SPACES
               MOVE WS-PARM-OPCION2 TO WS-PARM-LEIDA
               PERFORM INTERPRETAR-OPCION-PARM
           END-IF.
           IF WS-MES-INF-MES = 1
               COMPUTE WS-MES-ANT-ANIO = WS-MES-INF-ANIO - 1
               MOVE 12 TO WS-MES-ANT-MES
           ELSE
               MOVE WS-MES-INF-ANIO TO WS-MES-ANT-ANIO
               COMPUTE WS-MES-ANT-MES = WS-MES-INF-MES - 1
           END-IF.
           MOVE WS-UMBRAL TO WS-UMBRAL-ED.
           DISPLAY "Calidad de envíos del mes " WS-MES-INF-MES "/"
               WS-MES-INF-ANIO " contra " WS-MES-ANT-MES "/"
               WS-MES-ANT-ANIO ", umbral de error " WS-UMBRAL-ED "%".

      *    Seis dígitos con un mes posible son el mes a informar;
      *    cualquier otro número es el umbral de tasa de error.
           INTERPRETAR-OPCION-PARM.
           MOVE WS-PARM-LEIDA(1:6) TO WS-PARM-MES-X.
           IF WS-PARM-LEIDA(7:) = SPACES
               AND WS-PARM-MES-X IS NUMERIC
               AND WS-PARM-MES-X(5:2) >= "01"
               AND WS-PARM-MES-X(5:2) <= "12"
               MOVE WS-PARM-MES-N TO WS-MES-INFORME
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-PARM-LEIDA)
                   TO WS-POSICION-ERROR
               IF WS-POSICION-ERROR = 0
                   COMPUTE WS-VALOR-NUMERICO =
                       FUNCTION NUMVAL(WS-PARM-LEIDA)
                   IF WS-VALOR-NUMERICO > 0
                       AND WS-VALOR-NUMERICO <= 100
                       MOVE WS-VALOR-NUMERICO TO WS-UMBRAL
                   ELSE
                       MOVE WS-UMBRAL TO WS-UMBRAL-ED
                       DISPLAY "Aviso! Umbral de error fuera de "
                           "rango; se usa " WS-UMBRAL-ED "%"
                   END-IF
               ELSE
                   DISPLAY "Aviso! Parámetro no reconocido: "
                       WS-PARM-LEIDA "; se ignora"
               END-IF
           END-IF.

      *    Periodo de la fecha en WS-FECHA-EVAL: 1 el mes informado,
      *    2 el anterior, 0 ninguno o fecha ilegible.
           UBICAR-PERIODO.
           PERFORM VALIDAR-FECHA.
           MOVE 0 TO WS-IDX-PER.
           IF FECHA-VALIDA
               IF WS-EVAL-MES = WS-MES-INFORME
                   MOVE 1 TO WS-IDX-PER
               ELSE
                   IF WS-EVAL-MES = WS-MES-ANTERIOR
                       MOVE 2 TO WS-IDX-PER
                   END-IF
               END-IF
           END-IF.

           VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF WS-FECHA-EVAL IS NUMERIC
               AND WS-FECHA-EVAL > 0
               AND WS-FECHA-EVAL(5:2) >= "01"
               AND WS-FECHA-EVAL(5:2) <= "12"
               AND WS-FECHA-EVAL(7:2) >= "01"
               AND WS-FECHA-EVAL(7:2) <= "31"
               SET FECHA-VALIDA TO TRUE
           END-IF.

      *    Días corridos entre WS-ENTERO-DESDE y WS-ENTERO-HASTA, nunca
      *    por debajo de cero (un reloj torcido en algún paso).
           CALCULAR-DIAS.
           COMPUTE WS-DIAS = WS-ENTERO-HASTA - WS-ENTERO-DESDE.
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS
           END-IF.

      *    Sin registro de lotes no hay a quién atribuir nada: RC=8 y
      *    no sale informe. De paso quedan en memoria los lotes de
      *    los dos periodos con su departamento.
           CARGAR-LOTES.
           OPEN INPUT ARCHIVO-LOTESREG.
           IF WS-ESTADO-LOTESREG NOT = "00"
               DISPLAY "Error! No se pudo abrir el registro de lotes "
                   "(estado " WS-ESTADO-LOTESREG ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-LOTE
               PERFORM UNTIL FIN-LOTESREG
                   PERFORM ACUMULAR-LOTE
                   PERFORM LEER-LOTE
               END-PERFORM
               CLOSE ARCHIVO-LOTESREG
           END-IF.

           LEER-LOTE.
           READ ARCHIVO-LOTESREG
               AT END SET FIN-LOTESREG TO TRUE
           END-READ.

      *    Lote procesado: cuenta como lote del periodo de su fecha de
      *    proceso, con el atraso desde la creación del archivo.
      *    Reentrada duplicada: una vez por lote y día.
           ACUMULAR-LOTE.
           ADD 1 TO WS-LOTESREG-LEIDOS.
           MOVE LREG-FECHA-PROCESO TO WS-FECHA-EVAL.
           PERFORM UBICAR-PERIODO.
           IF WS-IDX-PER > 0
               MOVE LREG-DEPARTAMENTO TO WS-CLAVE-DEPTO
               PERFORM BUSCAR-DEPTO
               IF LREG-DUPLICADO
                   PERFORM ANOTAR-DUPLICADO
               ELSE
                   PERFORM GUARDAR-LOTE
                   IF WS-IDX-DEP > 0
                       ADD 1 TO WS-DEP-LOTES(WS-IDX-DEP, WS-IDX-PER)
                       PERFORM ACUMULAR-ATRASO
                   END-IF
               END-IF
           END-IF.

           ANOTAR-DUPLICADO.
           MOVE LREG-LOTE-ID TO WS-CDU-LOTE.
           MOVE LREG-FECHA-PROCESO TO WS-CDU-FECHA.
           MOVE "N" TO WS-DUPLICADO-VISTO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-DUPLICADOS-USADOS OR DUPLICADO-VISTO
               IF WS-DUP-CLAVE(WS-IDX) = WS-CLAVE-DUPLICADO
                   SET DUPLICADO-VISTO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT DUPLICADO-VISTO
               IF WS-DUPLICADOS-USADOS < WS-MAX-DUPLICADOS
                   ADD 1 TO WS-DUPLICADOS-USADOS
                   MOVE WS-CLAVE-DUPLICADO
                       TO WS-DUP-CLAVE(WS-DUPLICADOS-USADOS)
               ELSE
                   ADD 1 TO WS-DUPLICADOS-SOBRANTES
               END-IF
               IF WS-IDX-DEP > 0
                   ADD 1 TO WS-DEP-DUPLICADOS(WS-IDX-DEP, WS-IDX-PER)
               END-IF
           END-IF.

      *    El lote guarda el código de departamento que dejó
      *    BUSCAR-DEPTO, no la entrada de la tabla: con la tabla de
      *    departamentos llena no hay entrada, y sus suspensos buscan
      *    luego el mismo departamento y quedan igual sin contar.
           GUARDAR-LOTE.
           IF LREG-LOTE-ID NOT = SPACES
               IF WS-LOTES-USADOS < WS-MAX-LOTES
                   ADD 1 TO WS-LOTES-USADOS
                   MOVE LREG-LOTE-ID TO WS-LOT-ID(WS-LOTES-USADOS)
                   MOVE WS-CLAVE-DEPTO
                       TO WS-LOT-DEPTO(WS-LOTES-USADOS)
               ELSE
                   ADD 1 TO WS-LOTES-SOBRANTES
               END-IF
           END-IF.

      *    Atraso del lote: días corridos desde la fecha de creación
      *    de la cabecera hasta la fecha de negocio en que se procesó.
      *    Sin fecha de creación legible el lote no entra en el
      *    promedio.
           ACUMULAR-ATRASO.
           COMPUTE WS-ENTERO-HASTA =
               FUNCTION INTEGER-OF-DATE(LREG-FECHA-PROCESO).
           MOVE LREG-FECHA-CREACION TO WS-FECHA-EVAL.
           PERFORM VALIDAR-FECHA.
           IF FECHA-VALIDA
               COMPUTE WS-ENTERO-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-EVAL)
               PERFORM CALCULAR-DIAS
               ADD 1 TO WS-DEP-CON-CREACION(WS-IDX-DEP, WS-IDX-PER)
               ADD WS-DIAS TO WS-DEP-DIAS-ATRASO(WS-IDX-DEP, WS-IDX-PER)
               IF WS-DIAS > WS-DEP-ATRASO-MAXIMO(WS-IDX-DEP, WS-IDX-PER)
                   MOVE WS-DIAS
                       TO WS-DEP-ATRASO-MAXIMO(WS-IDX-DEP, WS-IDX-PER)
               END-IF
               IF WS-DIAS > WS-DIAS-TOLERANCIA
                   ADD 1 TO WS-DEP-TARDIOS(WS-IDX-DEP, WS-IDX-PER)
               END-IF
           END-IF.

      *    Departamento de WS-CLAVE-DEPTO (en blanco = ????); se da de
      *    alta si no está. Con la tabla llena queda en cero y lo
      *    suyo no se cuenta.
           BUSCAR-DEPTO.
           IF WS-CLAVE-DEPTO = SPACES
               MOVE WS-DEP-SIN-CODIGO TO WS-CLAVE-DEPTO
           END-IF.
           MOVE 0 TO WS-IDX-DEP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-DEPTOS-USADOS OR WS-IDX-DEP > 0
               IF WS-DEP-CODIGO(WS-IDX) = WS-CLAVE-DEPTO
                   MOVE WS-IDX TO WS-IDX-DEP
               END-IF
           END-PERFORM.
           IF WS-IDX-DEP = 0
               IF WS-DEPTOS-USADOS < WS-MAX-DEPTOS
                   ADD 1 TO WS-DEPTOS-USADOS
                   MOVE WS-DEPTOS-USADOS TO WS-IDX-DEP
                   MOVE WS-CLAVE-DEPTO TO WS-DEP-CODIGO(WS-IDX-DEP)
               ELSE
                   ADD 1 TO WS-DEPTOS-SOBRANTES
               END-IF
           END-IF.

      *    Departamento del lote de WS-CLAVE-LOTE según el registro;
      *    un lote en blanco o que no figura en los dos periodos va a
      *    ????.
           BUSCAR-DEPTO-LOTE.
           IF WS-CLAVE-LOTE NOT = WS-ULTIMO-LOTE
               OR WS-CLAVE-LOTE = SPACES
               MOVE WS-CLAVE-LOTE TO WS-ULTIMO-LOTE
               MOVE WS-DEP-SIN-CODIGO TO WS-ULTIMO-DEPTO
               IF WS-CLAVE-LOTE NOT = SPACES
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-LOTES-USADOS
                       IF WS-LOT-ID(WS-IDX2) = WS-CLAVE-LOTE
                           MOVE WS-LOT-DEPTO(WS-IDX2)
                               TO WS-ULTIMO-DEPTO
                           MOVE WS-LOTES-USADOS TO WS-IDX2
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           MOVE WS-ULTIMO-DEPTO TO WS-CLAVE-DEPTO.
           PERFORM BUSCAR-DEPTO.

      *    Registro de envíos en dos pasadas: la primera busca la
      *    última corrida de EDITSORT de cada fecha de negocio y la
      *    segunda cuenta solo lo de esa corrida. Sin el registro el
      *    informe sale sin enviados ni rechazados en edición, con
      *    aviso y RC=4.
           CARGAR-ENVIOS.
           INITIALIZE WS-TABLA-FECHAS.
           OPEN INPUT ARCHIVO-ENVIOS.
           IF WS-ESTADO-ENVIOS NOT = "00"
               DISPLAY "Aviso! Sin registro de envíos (estado "
                   WS-ESTADO-ENVIOS "); no se informan enviados ni "
                   "rechazados en edición"
               MOVE 4 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-ENVIO
               PERFORM UNTIL FIN-ENVIOS
                   PERFORM ANOTAR-CORRIDA-ENVIO
                   PERFORM LEER-ENVIO
               END-PERFORM
               CLOSE ARCHIVO-ENVIOS
               OPEN INPUT ARCHIVO-ENVIOS
               PERFORM LEER-ENVIO
               PERFORM UNTIL FIN-ENVIOS
                   PERFORM ACUMULAR-ENVIO
                   PERFORM LEER-ENVIO
               END-PERFORM
               CLOSE ARCHIVO-ENVIOS
           END-IF.

           LEER-ENVIO.
           READ ARCHIVO-ENVIOS
               AT END SET FIN-ENVIOS TO TRUE
           END-READ.

           ANOTAR-CORRIDA-ENVIO.
           ADD 1 TO WS-ENVIOS-LEIDOS.
           MOVE ENV-FECHA-NEGOCIO TO WS-FECHA-EVAL.
           PERFORM UBICAR-PERIODO.
           IF WS-IDX-PER > 0
               PERFORM BUSCAR-FECHA-ENVIO
               IF WS-IDX-FEC = 0
                   IF WS-FECHAS-USADAS < WS-MAX-FECHAS
                       ADD 1 TO WS-FECHAS-USADAS
                       MOVE WS-FECHAS-USADAS TO WS-IDX-FEC
                       MOVE ENV-FECHA-NEGOCIO
                           TO WS-FEC-FECHA(WS-IDX-FEC)
                       MOVE ENV-CORRIDA TO WS-FEC-CORRIDA(WS-IDX-FEC)
                   ELSE
                       ADD 1 TO WS-FECHAS-SOBRANTES
                   END-IF
               ELSE
                   IF ENV-CORRIDA > WS-FEC-CORRIDA(WS-IDX-FEC)
                       MOVE ENV-CORRIDA TO WS-FEC-CORRIDA(WS-IDX-FEC)
                   END-IF
               END-IF
           END-IF.

           BUSCAR-FECHA-ENVIO.
           MOVE 0 TO WS-IDX-FEC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-FECHAS-USADAS OR WS-IDX-FEC > 0
               IF WS-FEC-FECHA(WS-IDX) = ENV-FECHA-NEGOCIO
                   MOVE WS-IDX TO WS-IDX-FEC
               END-IF
           END-PERFORM.

           ACUMULAR-ENVIO.
           MOVE ENV-FECHA-NEGOCIO TO WS-FECHA-EVAL.
           PERFORM UBICAR-PERIODO.
           IF WS-IDX-PER > 0
               PERFORM BUSCAR-FECHA-ENVIO
               IF WS-IDX-FEC > 0
                   IF ENV-CORRIDA = WS-FEC-CORRIDA(WS-IDX-FEC)
                       ADD 1 TO WS-ENVIOS-VIGENTES
                       MOVE ENV-DEPARTAMENTO TO WS-CLAVE-DEPTO
                       PERFORM BUSCAR-DEPTO
                       IF WS-IDX-DEP > 0
                           PERFORM SUMAR-ENVIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           SUMAR-ENVIO.
           ADD 1 TO WS-DEP-FUENTES(WS-IDX-DEP, WS-IDX-PER).
           ADD ENV-RECIBIDOS
               TO WS-DEP-RECIBIDOS(WS-IDX-DEP, WS-IDX-PER).
           ADD ENV-ACEPTADOS
               TO WS-DEP-ACEPTADOS(WS-IDX-DEP, WS-IDX-PER).
           ADD ENV-RECHAZADOS
               TO WS-DEP-RECH-EDICION(WS-IDX-DEP, WS-IDX-PER).

      *    Cada suspenso se abona al periodo de su sello de fecha y al
      *    departamento de su lote de origen; los anteriores al sello
      *    no entran en ningún periodo.
           CARGAR-RECHAZOS.
           OPEN INPUT ARCHIVO-RECHAZOS.
           IF WS-ESTADO-RECHAZOS NOT = "00"
               DISPLAY "Aviso! Sin archivo de rechazos (estado "
                   WS-ESTADO-RECHAZOS "); no se informan suspensos"
               MOVE 4 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-RECHAZO
               PERFORM UNTIL FIN-RECHAZOS
                   PERFORM ACUMULAR-RECHAZO
                   PERFORM LEER-RECHAZO
               END-PERFORM
               CLOSE ARCHIVO-RECHAZOS
           END-IF.

           LEER-RECHAZO.
           READ ARCHIVO-RECHAZOS
               AT END SET FIN-RECHAZOS TO TRUE
           END-READ.

           ACUMULAR-RECHAZO.
           ADD 1 TO WS-SUSP-LEIDOS.
           MOVE RECH-FECHA-NEGOCIO TO WS-FECHA-EVAL.
           PERFORM UBICAR-PERIODO.
           IF WS-IDX-PER > 0
               MOVE RECH-LOTE-ID TO WS-CLAVE-LOTE
               PERFORM BUSCAR-DEPTO-LOTE
               IF WS-IDX-DEP > 0
                   ADD 1 TO WS-DEP-ESCRITOS(WS-IDX-DEP, WS-IDX-PER)
                   IF WS-IDX-PER = 1
                       MOVE RECH-MOTIVO TO WS-CLAVE-MOTIVO
                       PERFORM BUSCAR-MOTIVO
                       IF WS-IDX-MOT > 0
                           ADD 1 TO
                               WS-DEP-MOT-ESCRITOS(WS-IDX-DEP,
                               WS-IDX-MOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Cada desenlace del reproceso se abona al suspenso original
      *    por el sello de origen que arrastra: periodo de la fecha de
      *    origen y departamento del lote de origen. Los reentrados
      *    suman además los días hasta reentrar.
           CARGAR-DISPOSICIONES.
           OPEN INPUT ARCHIVO-REPROLOG.
           IF WS-ESTADO-REPROLOG NOT = "00"
               DISPLAY "Aviso! Sin diario de disposición (estado "
                   WS-ESTADO-REPROLOG "); todo sale como pendiente"
               MOVE 4 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-DISPOSICION
               PERFORM UNTIL FIN-REPROLOG
                   PERFORM ACUMULAR-DISPOSICION
                   PERFORM LEER-DISPOSICION
               END-PERFORM
               CLOSE ARCHIVO-REPROLOG
           END-IF.

           LEER-DISPOSICION.
           READ ARCHIVO-REPROLOG
               AT END SET FIN-REPROLOG TO TRUE
           END-READ.

           ACUMULAR-DISPOSICION.
           ADD 1 TO WS-DISP-LEIDAS.
           MOVE RPL-FECHA-ORIGEN TO WS-FECHA-EVAL.
           PERFORM UBICAR-PERIODO.
           IF WS-IDX-PER > 0
               MOVE RPL-LOTE-ORIGEN TO WS-CLAVE-LOTE
               PERFORM BUSCAR-DEPTO-LOTE
               IF WS-IDX-DEP > 0
                   MOVE 0 TO WS-IDX-MOT
                   IF WS-IDX-PER = 1
                       MOVE RPL-MOTIVO TO WS-CLAVE-MOTIVO
                       PERFORM BUSCAR-MOTIVO
                   END-IF
                   IF RPL-RESULTADO = "P"
                       PERFORM ACUMULAR-REENTRADO
                   ELSE
                       ADD 1 TO
                           WS-DEP-REFALLIDOS(WS-IDX-DEP, WS-IDX-PER)
                       IF WS-IDX-MOT > 0
                           ADD 1 TO
                               WS-DEP-MOT-REFALLIDOS(WS-IDX-DEP,
                               WS-IDX-MOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ACUMULAR-REENTRADO.
           ADD 1 TO WS-DEP-REENTRADOS(WS-IDX-DEP, WS-IDX-PER).
           IF WS-IDX-MOT > 0
               ADD 1 TO WS-DEP-MOT-REENTRADOS(WS-IDX-DEP, WS-IDX-MOT)
           END-IF.
           COMPUTE WS-ENTERO-DESDE =
               FUNCTION INTEGER-OF-DATE(RPL-FECHA-ORIGEN).
           MOVE RPL-FECHA-REPROCESO TO WS-FECHA-EVAL.
           PERFORM VALIDAR-FECHA.
           IF FECHA-VALIDA
               COMPUTE WS-ENTERO-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-EVAL)
               PERFORM CALCULAR-DIAS
               ADD 1 TO WS-DEP-CON-DIAS(WS-IDX-DEP, WS-IDX-PER)
               ADD WS-DIAS
                   TO WS-DEP-DIAS-REENTRAR(WS-IDX-DEP, WS-IDX-PER)
           END-IF.

           BUSCAR-MOTIVO.
           MOVE 0 TO WS-IDX-MOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-MOTIVOS-USADOS OR WS-IDX-MOT > 0
               IF WS-MOT-CODIGO(WS-IDX) = WS-CLAVE-MOTIVO
                   MOVE WS-IDX TO WS-IDX-MOT
               END-IF
           END-PERFORM.
           IF WS-IDX-MOT = 0
               IF WS-MOTIVOS-USADOS < WS-MAX-MOTIVOS
                   ADD 1 TO WS-MOTIVOS-USADOS
                   MOVE WS-MOTIVOS-USADOS TO WS-IDX-MOT
                   MOVE WS-CLAVE-MOTIVO TO WS-MOT-CODIGO(WS-IDX-MOT)
               ELSE
                   ADD 1 TO WS-MOTIVOS-SOBRANTES
               END-IF
           END-IF.

      *    Indicadores de cada departamento y periodo, y los totales.
      *    La tasa de error son los rechazados en edición más los
      *    suspensos sobre los registros enviados, en porcentaje.
           CALCULAR-INDICADORES.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
           UNTIL WS-IDX-DEP > WS-DEPTOS-USADOS
               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > 2
                   PERFORM CALCULAR-INDICADORES-DEPTO
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
           UNTIL WS-IDX-PER > 2
               MOVE WS-TOT-RECH-EDICION(WS-IDX-PER) TO WS-ERRORES
               ADD WS-TOT-SUSPENSOS(WS-IDX-PER) TO WS-ERRORES
               MOVE WS-TOT-RECIBIDOS(WS-IDX-PER) TO WS-CANTIDAD
               PERFORM CALCULAR-TASA
               MOVE WS-TASA TO WS-TOT-TASA(WS-IDX-PER)
           END-PERFORM.

           CALCULAR-INDICADORES-DEPTO.
           COMPUTE WS-CANTIDAD =
               WS-DEP-ESCRITOS(WS-IDX-DEP, WS-IDX-PER)
               - WS-DEP-REFALLIDOS(WS-IDX-DEP, WS-IDX-PER).
           IF WS-CANTIDAD < 0
               MOVE 0 TO WS-CANTIDAD
           END-IF.
           MOVE WS-CANTIDAD TO WS-DEP-SUSPENSOS(WS-IDX-DEP, WS-IDX-PER).
           COMPUTE WS-CANTIDAD =
               WS-DEP-ESCRITOS(WS-IDX-DEP, WS-IDX-PER)
               - WS-DEP-REENTRADOS(WS-IDX-DEP, WS-IDX-PER)
               - WS-DEP-REFALLIDOS(WS-IDX-DEP, WS-IDX-PER).
           IF WS-CANTIDAD < 0
               MOVE 0 TO WS-CANTIDAD
           END-IF.
           MOVE WS-CANTIDAD
               TO WS-DEP-PENDIENTES(WS-IDX-DEP, WS-IDX-PER).
           MOVE WS-DEP-RECH-EDICION(WS-IDX-DEP, WS-IDX-PER)
               TO WS-ERRORES.
           ADD WS-DEP-SUSPENSOS(WS-IDX-DEP, WS-IDX-PER) TO WS-ERRORES.
           MOVE WS-DEP-RECIBIDOS(WS-IDX-DEP, WS-IDX-PER) TO WS-CANTIDAD.
           PERFORM CALCULAR-TASA.
           MOVE WS-TASA TO WS-DEP-TASA(WS-IDX-DEP, WS-IDX-PER).
           IF WS-DEP-CON-DIAS(WS-IDX-DEP, WS-IDX-PER) > 0
               COMPUTE WS-DEP-PROMEDIO-REENTRAR(WS-IDX-DEP, WS-IDX-PER)
                   ROUNDED =
                   WS-DEP-DIAS-REENTRAR(WS-IDX-DEP, WS-IDX-PER)
                   / WS-DEP-CON-DIAS(WS-IDX-DEP, WS-IDX-PER)
           END-IF.
           IF WS-DEP-CON-CREACION(WS-IDX-DEP, WS-IDX-PER) > 0
               COMPUTE WS-DEP-PROMEDIO-ATRASO(WS-IDX-DEP, WS-IDX-PER)
                   ROUNDED =
                   WS-DEP-DIAS-ATRASO(WS-IDX-DEP, WS-IDX-PER)
                   / WS-DEP-CON-CREACION(WS-IDX-DEP, WS-IDX-PER)
           END-IF.
           ADD WS-DEP-LOTES(WS-IDX-DEP, WS-IDX-PER)
               TO WS-TOT-LOTES(WS-IDX-PER).
           ADD WS-DEP-DUPLICADOS(WS-IDX-DEP, WS-IDX-PER)
               TO WS-TOT-DUPLICADOS(WS-IDX-PER).
           ADD WS-DEP-RECIBIDOS(WS-IDX-DEP, WS-IDX-PER)
               TO WS-TOT-RECIBIDOS(WS-IDX-PER).
           ADD WS-DEP-RECH-EDICION(WS-IDX-DEP, WS-IDX-PER)
               TO WS-TOT-RECH-EDICION(WS-IDX-PER).
           ADD WS-DEP-SUSPENSOS(WS-IDX-DEP, WS-IDX-PER)
               TO WS-TOT-SUSPENSOS(WS-IDX-PER).
           ADD WS-DEP-PENDIENTES(WS-IDX-DEP, WS-IDX-PER)
               TO WS-TOT-PENDIENTES(WS-IDX-PER).

      *    WS-ERRORES sobre WS-CANTIDAD en porcentaje; sin enviados la
      *    tasa es cero y una tasa que no cabe sale como 999.99.
           CALCULAR-TASA.
           MOVE 0 TO WS-TASA.
           IF WS-CANTIDAD > 0
               COMPUTE WS-TASA ROUNDED =
                   WS-ERRORES * 100 / WS-CANTIDAD
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TASA
               END-COMPUTE
           END-IF.

      *    Entran en la clasificación los departamentos con algo en el
      *    mes informado; selección del mayor por tasa (a igual tasa,
      *    el de más registros enviados) sobre la lista de índices.
           ORDENAR-DEPARTAMENTOS.
           MOVE 0 TO WS-RANKING-USADOS.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
           UNTIL WS-IDX-DEP > WS-DEPTOS-USADOS
               IF WS-DEP-LOTES(WS-IDX-DEP, 1) > 0
                   OR WS-DEP-DUPLICADOS(WS-IDX-DEP, 1) > 0
                   OR WS-DEP-FUENTES(WS-IDX-DEP, 1) > 0
                   OR WS-DEP-ESCRITOS(WS-IDX-DEP, 1) > 0
                   OR WS-DEP-REENTRADOS(WS-IDX-DEP, 1) > 0
                   OR WS-DEP-REFALLIDOS(WS-IDX-DEP, 1) > 0
                   ADD 1 TO WS-RANKING-USADOS
                   MOVE WS-IDX-DEP TO WS-RANKING(WS-RANKING-USADOS)
                   IF WS-DEP-TASA(WS-IDX-DEP, 1) > WS-UMBRAL
                       ADD 1 TO WS-SOBRE-UMBRAL
                   END-IF
               ELSE
                   ADD 1 TO WS-SIN-ACTIVIDAD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
           UNTIL WS-IDX-RNK >= WS-RANKING-USADOS
               MOVE WS-IDX-RNK TO WS-IDX-MAYOR
               PERFORM VARYING WS-IDX2 FROM WS-IDX-RNK BY 1
               UNTIL WS-IDX2 > WS-RANKING-USADOS
                   PERFORM COMPARAR-RANKING
               END-PERFORM
               IF WS-IDX-MAYOR NOT = WS-IDX-RNK
                   MOVE WS-RANKING(WS-IDX-RNK) TO WS-IDX-TEMP
                   MOVE WS-RANKING(WS-IDX-MAYOR)
                       TO WS-RANKING(WS-IDX-RNK)
                   MOVE WS-IDX-TEMP TO WS-RANKING(WS-IDX-MAYOR)
               END-IF
           END-PERFORM.

           COMPARAR-RANKING.
           MOVE WS-RANKING(WS-IDX2) TO WS-IDX.
           MOVE WS-RANKING(WS-IDX-MAYOR) TO WS-IDX-TEMP.
           IF WS-DEP-TASA(WS-IDX, 1) > WS-DEP-TASA(WS-IDX-TEMP, 1)
               MOVE WS-IDX2 TO WS-IDX-MAYOR
           ELSE
               IF WS-DEP-TASA(WS-IDX, 1) = WS-DEP-TASA(WS-IDX-TEMP, 1)
                   AND WS-DEP-RECIBIDOS(WS-IDX, 1)
                   > WS-DEP-RECIBIDOS(WS-IDX-TEMP, 1)
                   MOVE WS-IDX2 TO WS-IDX-MAYOR
               END-IF
           END-IF.

           EMITIR-INFORME.
           OPEN OUTPUT ARCHIVO-INFORME.
           IF WS-ESTADO-INFORME NOT = "00"
               DISPLAY "Error! No se pudo abrir el archivo de informe "
                   "(estado " WS-ESTADO-INFORME ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               PERFORM ESCRIBIR-CLASIFICACION
               PERFORM ESCRIBIR-CUADRO-DEPTO
                   VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK > WS-RANKING-USADOS
               CLOSE ARCHIVO-INFORME
           END-IF.

      *    Encabezado numerado, reimpreso al llenarse cada página,
      *    con el corte de página de los demás reportes de la casa.
           ESCRIBIR-ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE RE-ENCABEZADO-1 TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE WS-MES-INF-MES TO RE2-MES.
           MOVE WS-MES-INF-ANIO TO RE2-ANIO.
           MOVE WS-UMBRAL TO RE2-UMBRAL.
           MOVE WS-FECHA-FORMATO TO RE2-FECHA.
           MOVE WS-NUMERO-PAGINA TO RE2-PAGINA.
           MOVE RE-ENCABEZADO-2 TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE 0 TO WS-LINEAS-PAGINA.

      *    La línea llega ya armada en INFORME-LINEA; se aparta
      *    mientras sale el encabezado de la página nueva.
           GRABAR-LINEA-INFORME.
           MOVE INFORME-LINEA TO WS-LINEA-PENDIENTE.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.
           MOVE WS-LINEA-PENDIENTE TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           ESCRIBIR-CLASIFICACION.
           MOVE RE-SECCION-RANKING TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE RE-NOTA-TASA TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE RE-RANKING-TITULO TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           PERFORM ESCRIBIR-LINEA-RANKING
               VARYING WS-IDX-RNK FROM 1 BY 1
               UNTIL WS-IDX-RNK > WS-RANKING-USADOS.
           PERFORM ESCRIBIR-TOTAL-RANKING.
           MOVE SPACES TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE WS-SOBRE-UMBRAL TO RSU-CANTIDAD.
           MOVE RE-SOBRE-UMBRAL TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE WS-SIN-ACTIVIDAD TO RSA-CANTIDAD.
           MOVE RE-SIN-ACTIVIDAD TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE RE-NOTA-SIN-CODIGO TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.

           ESCRIBIR-LINEA-RANKING.
           MOVE WS-RANKING(WS-IDX-RNK) TO WS-IDX-DEP.
           MOVE SPACES TO RE-RANKING-DETALLE.
           MOVE WS-IDX-RNK TO RRD-POSICION.
           MOVE WS-DEP-CODIGO(WS-IDX-DEP) TO RRD-DEPTO.
           MOVE WS-DEP-LOTES(WS-IDX-DEP, 1) TO RRD-LOTES.
           MOVE WS-DEP-DUPLICADOS(WS-IDX-DEP, 1) TO RRD-DUPLICADOS.
           MOVE WS-DEP-RECIBIDOS(WS-IDX-DEP, 1) TO RRD-RECIBIDOS.
           MOVE WS-DEP-RECH-EDICION(WS-IDX-DEP, 1) TO RRD-RECH-EDICION.
           MOVE WS-DEP-SUSPENSOS(WS-IDX-DEP, 1) TO RRD-SUSPENSOS.
           MOVE WS-DEP-PENDIENTES(WS-IDX-DEP, 1) TO RRD-PENDIENTES.
           MOVE WS-DEP-TASA(WS-IDX-DEP, 1) TO RRD-TASA.
           PERFORM DETERMINAR-TENDENCIA.
           IF WS-DEP-TASA(WS-IDX-DEP, 1) > WS-UMBRAL
               MOVE "***" TO RRD-MARCA
           END-IF.
           MOVE RE-RANKING-DETALLE TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.

      *    Tendencia de la tasa contra el mes anterior; sin envíos el
      *    mes anterior no hay contra qué medir y el departamento
      *    sale como nuevo.
           DETERMINAR-TENDENCIA.
           IF WS-DEP-RECIBIDOS(WS-IDX-DEP, 2) = 0
               AND WS-DEP-SUSPENSOS(WS-IDX-DEP, 2) = 0
               MOVE "NUEVO" TO RRD-TENDENCIA
           ELSE
               MOVE WS-DEP-TASA(WS-IDX-DEP, 2) TO RRD-TASA-ANTERIOR
               IF WS-DEP-TASA(WS-IDX-DEP, 1)
                   > WS-DEP-TASA(WS-IDX-DEP, 2)
                   MOVE "SUBE" TO RRD-TENDENCIA
               ELSE
                   IF WS-DEP-TASA(WS-IDX-DEP, 1)
                       < WS-DEP-TASA(WS-IDX-DEP, 2)
                       MOVE "BAJA" TO RRD-TENDENCIA
                   ELSE
                       MOVE "IGUAL" TO RRD-TENDENCIA
                   END-IF
               END-IF
           END-IF.

           ESCRIBIR-TOTAL-RANKING.
           MOVE SPACES TO RE-RANKING-DETALLE.
           MOVE "TOTAL" TO RRD-CABEZA-TOTAL.
           MOVE WS-TOT-LOTES(1) TO RRD-LOTES.
           MOVE WS-TOT-DUPLICADOS(1) TO RRD-DUPLICADOS.
           MOVE WS-TOT-RECIBIDOS(1) TO RRD-RECIBIDOS.
           MOVE WS-TOT-RECH-EDICION(1) TO RRD-RECH-EDICION.
           MOVE WS-TOT-SUSPENSOS(1) TO RRD-SUSPENSOS.
           MOVE WS-TOT-PENDIENTES(1) TO RRD-PENDIENTES.
           MOVE WS-TOT-TASA(1) TO RRD-TASA.
           MOVE WS-TOT-TASA(2) TO RRD-TASA-ANTERIOR.
           IF WS-TOT-TASA(1) > WS-TOT-TASA(2)
               MOVE "SUBE" TO RRD-TENDENCIA
           ELSE
               IF WS-TOT-TASA(1) < WS-TOT-TASA(2)
                   MOVE "BAJA" TO RRD-TENDENCIA
               ELSE
                   MOVE "IGUAL" TO RRD-TENDENCIA
               END-IF
           END-IF.
           MOVE RE-RANKING-DETALLE TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.

      *    Cuadro de un departamento en página propia: cada indicador
      *    del mes junto al del mes anterior y la variación, y los
      *    suspensos del mes por motivo.
           ESCRIBIR-CUADRO-DEPTO.
           MOVE WS-RANKING(WS-IDX-RNK) TO WS-IDX-DEP.
           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE WS-DEP-CODIGO(WS-IDX-DEP) TO RDT-DEPTO.
           MOVE WS-IDX-RNK TO RDT-POSICION.
           MOVE WS-RANKING-USADOS TO RDT-TOTAL.
           MOVE SPACES TO RDT-MARCA.
           IF WS-DEP-TASA(WS-IDX-DEP, 1) > WS-UMBRAL
               MOVE "*** SOBRE EL UMBRAL ***" TO RDT-MARCA
           END-IF.
           MOVE RE-DEPTO-TITULO TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE SPACES TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE WS-MES-INF-MES TO RMT-MES-ACTUAL.
           MOVE WS-MES-INF-ANIO TO RMT-ANIO-ACTUAL.
           MOVE WS-MES-ANT-MES TO RMT-MES-ANTERIOR.
           MOVE WS-MES-ANT-ANIO TO RMT-ANIO-ANTERIOR.
           MOVE RE-METRICA-TITULO TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE "Lotes procesados" TO RME-ETIQUETA.
           MOVE WS-DEP-LOTES(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-LOTES(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "Reentradas bloqueadas por duplicadas" TO RME-ETIQUETA.
           MOVE WS-DEP-DUPLICADOS(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-DUPLICADOS(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "Archivos recibidos en edición" TO RME-ETIQUETA.
           MOVE WS-DEP-FUENTES(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-FUENTES(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "Registros enviados" TO RME-ETIQUETA.
           MOVE WS-DEP-RECIBIDOS(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-RECIBIDOS(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "Aceptados por EDITSORT" TO RME-ETIQUETA.
           MOVE WS-DEP-ACEPTADOS(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-ACEPTADOS(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "Rechazados por EDITSORT" TO RME-ETIQUETA.
           MOVE WS-DEP-RECH-EDICION(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-RECH-EDICION(WS-IDX-DEP, 2)
               TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "Suspensos de CALCULADORA" TO RME-ETIQUETA.
           MOVE WS-DEP-SUSPENSOS(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-SUSPENSOS(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "  Reentrados por REPROC" TO RME-ETIQUETA.
           MOVE WS-DEP-REENTRADOS(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-REENTRADOS(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "  Pendientes en suspensos" TO RME-ETIQUETA.
           MOVE WS-DEP-PENDIENTES(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-PENDIENTES(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "  Reintentos fallidos en REPROC" TO RME-ETIQUETA.
           MOVE WS-DEP-REFALLIDOS(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-REFALLIDOS(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "  Días promedio hasta reentrar" TO RMD-ETIQUETA.
           MOVE WS-DEP-PROMEDIO-REENTRAR(WS-IDX-DEP, 1)
               TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-PROMEDIO-REENTRAR(WS-IDX-DEP, 2)
               TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-DECIMAL.
           MOVE "Días promedio de atraso del envío"
               TO RMD-ETIQUETA.
           MOVE WS-DEP-PROMEDIO-ATRASO(WS-IDX-DEP, 1)
               TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-PROMEDIO-ATRASO(WS-IDX-DEP, 2)
               TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-DECIMAL.
           MOVE "Atraso máximo (días)" TO RME-ETIQUETA.
           MOVE WS-DEP-ATRASO-MAXIMO(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-ATRASO-MAXIMO(WS-IDX-DEP, 2)
               TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE WS-ETIQUETA-TARDIOS TO RME-ETIQUETA.
           MOVE WS-DEP-TARDIOS(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-TARDIOS(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-ENTERA.
           MOVE "Tasa de error (%)" TO RMD-ETIQUETA.
           MOVE WS-DEP-TASA(WS-IDX-DEP, 1) TO WS-VALOR-ACTUAL.
           MOVE WS-DEP-TASA(WS-IDX-DEP, 2) TO WS-VALOR-ANTERIOR.
           PERFORM ESCRIBIR-METRICA-DECIMAL.
           MOVE SPACES TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           PERFORM ESCRIBIR-MOTIVOS-DEPTO.

           ESCRIBIR-METRICA-ENTERA.
           MOVE WS-VALOR-ACTUAL TO RME-ACTUAL.
           MOVE WS-VALOR-ANTERIOR TO RME-ANTERIOR.
           COMPUTE RME-VARIACION = WS-VALOR-ACTUAL - WS-VALOR-ANTERIOR.
           MOVE RE-METRICA-ENTERA TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.

           ESCRIBIR-METRICA-DECIMAL.
           MOVE WS-VALOR-ACTUAL TO RMD-ACTUAL.
           MOVE WS-VALOR-ANTERIOR TO RMD-ANTERIOR.
           COMPUTE RMD-VARIACION = WS-VALOR-ACTUAL - WS-VALOR-ANTERIOR.
           MOVE RE-METRICA-DECIMAL TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.

      *    Por motivo: los items originales del mes, cuántos se
      *    reentraron, cuántos siguen pendientes y cuántas veces
      *    volvieron a fallar en el reproceso. El título de la
      *    sección no queda solo al pie de una página: sale en la
      *    siguiente junto con el título de columnas y la primera
      *    línea.
           ESCRIBIR-MOTIVOS-DEPTO.
           IF WS-LINEAS-PAGINA + 3 > WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.
           MOVE RE-SECCION-MOTIVO TO INFORME-LINEA.
           PERFORM GRABAR-LINEA-INFORME.
           IF WS-DEP-ESCRITOS(WS-IDX-DEP, 1) = 0
               MOVE RE-SIN-SUSPENSOS TO INFORME-LINEA
               PERFORM GRABAR-LINEA-INFORME
           ELSE
               MOVE RE-MOTIVO-TITULO TO INFORME-LINEA
               PERFORM GRABAR-LINEA-INFORME
               PERFORM ESCRIBIR-UN-MOTIVO
                   VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > WS-MOTIVOS-USADOS
           END-IF.

           ESCRIBIR-UN-MOTIVO.
           IF WS-DEP-MOT-ESCRITOS(WS-IDX-DEP, WS-IDX-MOT) > 0
               MOVE WS-MOT-CODIGO(WS-IDX-MOT) TO RMO-MOTIVO
               COMPUTE WS-CANTIDAD =
                   WS-DEP-MOT-ESCRITOS(WS-IDX-DEP, WS-IDX-MOT)
                   - WS-DEP-MOT-REFALLIDOS(WS-IDX-DEP, WS-IDX-MOT)
               IF WS-CANTIDAD < 0
                   MOVE 0 TO WS-CANTIDAD
               END-IF
               MOVE WS-CANTIDAD TO RMO-ITEMS
               MOVE WS-DEP-MOT-REENTRADOS(WS-IDX-DEP, WS-IDX-MOT)
                   TO RMO-REENTRADOS
               COMPUTE WS-CANTIDAD =
                   WS-DEP-MOT-ESCRITOS(WS-IDX-DEP, WS-IDX-MOT)
                   - WS-DEP-MOT-REENTRADOS(WS-IDX-DEP, WS-IDX-MOT)
                   - WS-DEP-MOT-REFALLIDOS(WS-IDX-DEP, WS-IDX-MOT)
               IF WS-CANTIDAD < 0
                   MOVE 0 TO WS-CANTIDAD
               END-IF
               MOVE WS-CANTIDAD TO RMO-PENDIENTES
               MOVE WS-DEP-MOT-REFALLIDOS(WS-IDX-DEP, WS-IDX-MOT)
                   TO RMO-REFALLIDOS
               MOVE RE-MOTIVO-DETALLE TO INFORME-LINEA
               PERFORM GRABAR-LINEA-INFORME
           END-IF.

           FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-FORMATO.
           STRING WS-FECHA-TEXTO(7:2) "/" WS-FECHA-TEXTO(5:2) "/"
               WS-FECHA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATO.

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
               MOVE "CALIDEPT" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-ENVIOS-LEIDOS TO COR-LEIDOS
               MOVE WS-ENVIOS-VIGENTES TO COR-ACEPTADOS
               MOVE 0 TO COR-RECHAZADOS
               MOVE 0 TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

      *    Una tabla desbordada deja cifras incompletas: se avisa y
      *    la corrida termina con RC=4.
           FIN-PROGRAMA.
               IF WS-DEPTOS-SOBRANTES > 0
                   DISPLAY "Aviso! Más de " WS-MAX-DEPTOS
                       " departamentos; lo de los sobrantes no se "
                       "cuenta"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF WS-LOTES-SOBRANTES > 0
                   DISPLAY "Aviso! Más de " WS-MAX-LOTES " lotes en "
                       "los dos meses; los suspensos de los sobrantes "
                       "salen como ????"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF WS-MOTIVOS-SOBRANTES > 0
                   DISPLAY "Aviso! Más de " WS-MAX-MOTIVOS " motivos "
                       "distintos; los sobrantes no se desglosan"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF WS-FECHAS-SOBRANTES > 0
                   OR WS-DUPLICADOS-SOBRANTES > 0
                   DISPLAY "Aviso! Tabla de fechas de edición o de "
                       "duplicados llena; las cifras pueden repetirse"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF WS-CODIGO-RETORNO < 8
                   DISPLAY "Departamentos clasificados: "
                       WS-RANKING-USADOS " - sobre el umbral: "
                       WS-SOBRE-UMBRAL
               END-IF.
               DISPLAY "Lotes leídos: " WS-LOTESREG-LEIDOS
                   " - envíos leídos: " WS-ENVIOS-LEIDOS
                   " - suspensos leídos: " WS-SUSP-LEIDOS
                   " - disposiciones leídas: " WS-DISP-LEIDAS.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM CALIDEPT.
