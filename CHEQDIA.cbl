      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lista de control de la cadena diaria. Cada programa
      *          del lote deja al terminar una línea en el registro de
      *          corridas de CORRIDAS (trazado CORREG) con su fecha de
      *          negocio, inicio y fin, código de retorno y contadores.
      *          Este paso toma las corridas de un día de negocio y las
      *          compara con la secuencia que ese día debía correr
      *          (INSTPERM GENERAR, EDITSORT, CALCULADORA LOTE,
      *          INSTPERM CONFIRMA, HISTMOV, CUADRCTA, AUDITRPT,
      *          FACTURAR si el día cierra el mes, y FECHAVAN), y
      *          señala en el reporte de CHEQRPT los pasos
      *          que faltan, los que corrieron fuera de orden, los que
      *          terminaron con RC distinto de cero y los contadores
      *          que no casan entre un paso y el siguiente (aceptados
      *          de EDITSORT contra leídos del lote, posteos del lote
      *          contra posteos del diario que historizó HISTMOV).
      *          En la noche particionada (corridas LOTE P1 a P4)
      *          FUSIONAR ocupa el lugar del lote y los cruces suman
      *          las particiones.
      *          El día por defecto es el último cerrado: la fecha de
      *          FECHAPRC si está cerrada (estado C) o el último día
      *          del registro anterior a ella si FECHAVAN ya la abrió;
      *          un PARM aaaammdd fija otro día.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: daily operations checklist over the
      *            CORRIDAS run registry against the expected step
      *            sequence for the business day type, with missing,
      *            out-of-order, return code and count cross-checks.
      * 2026-10-15 Partitioned nights: FUSIONAR is expected in place of
      *            the single LOTE step, and the count cross-checks
      *            add up the last run of every LOTE Pn partition and
      *            the HISTMOV runs of their journals.
      * 2026-10-15 Standing instructions: INSTPERM GENERAR is expected
      *            before EDITSORT and INSTPERM CONFIRMA after the LOTE
      *            (or FUSIONAR) step; the mode column is widened to
      *            show CONFIRMA in full.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CHEQDIA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales.
       FILE-CONTROL.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-FERIADOS ASSIGN TO FERIADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FERIADOS.
           SELECT ARCHIVO-REPORTE ASSIGN TO CHEQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

      * El mismo calendario de feriados que usa FECHAVAN para rodar la
      * fecha: una fecha aaaammdd por registro.
       FD  ARCHIVO-FERIADOS.
       01  FER-REGISTRO.
           05 FER-FECHA PIC 9(8).

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
           88 FIN-CORRIDAS VALUE "10".
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FERIADOS PIC X(2) VALUE SPACES.
           88 FIN-FERIADOS VALUE "10".
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.

      * Día a revisar por PARM (el procedimiento de arranque del sitio
      * la deja en CALC_PARM): aaaammdd; vacío usa el último día
      * cerrado según FECHAPRC.
       01 WS-PARM-ENTRADA PIC X(40) VALUE SPACES.
       01 WS-FECHA-PARM PIC X(8) VALUE SPACES.

       01 WS-FECHA-CHEQUEO PIC 9(8) VALUE 0.
       01 WS-FECHA-CONTROL PIC 9(8) VALUE 0.
       01 WS-ESTADO-CONTROL PIC X VALUE SPACE.
           88 CONTROL-CERRADA VALUE "C".
       01 WS-FECHA-SIGUIENTE PIC 9(8) VALUE 0.
       01 WS-FECHA-TEXTO PIC X(8).
       01 WS-FECHA-FORMATO PIC X(10).
       01 WS-FECHA-CHEQUEO-FMT PIC X(10) VALUE SPACES.
      * El día cierra el mes cuando el siguiente día hábil cae en
      * otro mes: es el día en que FACTURAR tiene que correr antes de
      * que FECHAVAN ruede la fecha.
       01 WS-CIERRE-MES PIC X VALUE "N".
           88 CIERRE-DE-MES VALUE "S".

       01 WS-MAX-FERIADOS PIC 9(4) VALUE 200.
       01 WS-FERIADOS-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-FERIADOS.
           05 WS-FERIADO OCCURS 200 PIC 9(8).
       01 WS-FERIADOS-SOBRANTES PIC 9(4) VALUE 0.

       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-ENTERO-FECHA PIC 9(7) VALUE 0.
       01 WS-DIA-SEMANA PIC 9 VALUE 0.
       01 WS-ES-HABIL PIC X VALUE "N".
           88 DIA-HABIL VALUE "S".
       01 WS-SALTOS PIC 9(4) VALUE 0.
       01 WS-MAX-SALTOS PIC 9(4) VALUE 60.

      * Corridas del día de negocio revisado, en el orden en que se
      * registraron (orden de terminación).
       01 WS-MAX-CORRIDAS PIC 9(4) VALUE 500.
       01 WS-CORRIDAS-USADAS PIC 9(4) VALUE 0.
       01 WS-TABLA-CORRIDAS.
           05 WS-CORRIDA OCCURS 500.
               10 WS-CR-PROGRAMA PIC X(12).
               10 WS-CR-MODO PIC X(8).
               10 WS-CR-INICIO PIC X(14).
               10 WS-CR-FIN PIC X(14).
               10 WS-CR-RETORNO PIC 9(4).
               10 WS-CR-LEIDOS PIC 9(9).
               10 WS-CR-ACEPTADOS PIC 9(9).
               10 WS-CR-RECHAZADOS PIC 9(9).
               10 WS-CR-POSTEADOS PIC 9(9).
       01 WS-CORRIDAS-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-REGISTROS-LEIDOS PIC 9(7) VALUE 0.
       01 WS-REGISTROS-ILEGIBLES PIC 9(7) VALUE 0.
       01 WS-CORRIDAS-CTABACK PIC 9(4) VALUE 0.

      * Noche particionada: corridas y última corrida del día de
      * cada partición LOTE Pn de CALCULADORA (cero si no corrió).
       01 WS-NOCHE-PARTICIONADA PIC X VALUE "N".
           88 NOCHE-PARTICIONADA VALUE "S".
       01 WS-MAX-PARTICIONES PIC 9(4) VALUE 4.
       01 WS-PARTICIONES-CORRIDAS PIC 9(4) VALUE 0.
       01 WS-PARTICIONES-REPETIDAS PIC 9(4) VALUE 0.
       01 WS-TABLA-PARTICIONES.
           05 WS-PARTICION OCCURS 4.
               10 WS-PAR-CORRIDAS PIC 9(4).
               10 WS-PAR-ULTIMA PIC 9(4).
       01 WS-IDX-PAR PIC 9(4) VALUE 0.
       01 WS-HISTMOV-CONTADOS PIC 9(4) VALUE 0.
       01 WS-IDX-COR PIC 9(4) VALUE 0.

      * Secuencia esperada del día. Un paso casa con una corrida por
      * programa y, si el paso lo indica, por modo. FACTURAR solo es
      * obligatorio el día de cierre de mes.
       01 WS-PASOS-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-PASOS.
           05 WS-PASO OCCURS 9.
               10 WS-PS-PROGRAMA PIC X(12).
               10 WS-PS-MODO PIC X(8).
               10 WS-PS-REQUERIDO PIC X.
                   88 PASO-REQUERIDO VALUE "S".
               10 WS-PS-CORRIDAS PIC 9(4).
               10 WS-PS-PRIMERA PIC 9(4).
               10 WS-PS-ULTIMA PIC 9(4).
       01 WS-IDX-PASO PIC 9(4) VALUE 0.
      * Pasos por posición en la tabla, para el cruce de contadores.
       01 WS-PASO-EDITSORT PIC 9(4) VALUE 2.
       01 WS-PASO-LOTE PIC 9(4) VALUE 3.
       01 WS-PASO-HISTMOV PIC 9(4) VALUE 5.
       01 WS-PASO-FACTURAR PIC 9(4) VALUE 8.

       01 WS-INICIO-PREVIO PIC X(14) VALUE SPACES.
       01 WS-PROGRAMA-PREVIO PIC X(12) VALUE SPACES.
       01 WS-HALLAZGOS-PASO PIC 9(4) VALUE 0.
       01 WS-PRIMERA-LINEA PIC X VALUE "S".
           88 PRIMERA-LINEA VALUE "S".
       01 WS-ESTADO-PASO PIC X(7) VALUE SPACES.
       01 WS-OBSERVACION PIC X(45) VALUE SPACES.
       01 WS-RC-TEXTO PIC 9(4) VALUE 0.
       01 WS-CANTIDAD-TEXTO PIC ZZZ9.

       01 WS-ERRORES PIC 9(4) VALUE 0.
       01 WS-AVISOS PIC 9(4) VALUE 0.

      * Cruce de contadores en curso.
       01 WS-CRUCE-CONCEPTO PIC X(40) VALUE SPACES.
       01 WS-CRUCE-VALOR-1 PIC 9(9) VALUE 0.
       01 WS-CRUCE-VALOR-2 PIC 9(9) VALUE 0.
       01 WS-CRUCE-RESULTADO PIC X(13) VALUE SPACES.
       01 WS-CRUCE-HISTMOV PIC 9(4) VALUE 0.

       01 WS-SECCION PIC X VALUE SPACE.
           88 SECCION-CORRIDAS VALUE "C".
           88 SECCION-PASOS VALUE "P".
           88 SECCION-CRUCES VALUE "X".
       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.

       01 RE-ENCABEZADO-1 PIC X(80) VALUE
           "CALCULADORA CORP. - LISTA DE CONTROL DE LA CADENA DIARIA".
       01 RE-ENCABEZADO-2.
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 RE2-FECHA PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-DIA-LINEA.
           05 FILLER PIC X(16) VALUE "DIA DE NEGOCIO: ".
           05 RDL-FECHA PIC X(10).
           05 FILLER PIC X(9) VALUE "   TIPO: ".
           05 RDL-TIPO PIC X(30).
       01 RE-COR-SECCION PIC X(80) VALUE
           "CORRIDAS REGISTRADAS DEL DIA".
       01 RE-COR-TITULO.
           05 FILLER PIC X(12) VALUE "PROGRAMA".
           05 FILLER PIC X(9) VALUE "MODO".
           05 FILLER PIC X(9) VALUE "INICIO".
           05 FILLER PIC X(9) VALUE "FIN".
           05 FILLER PIC X(4) VALUE "  RC".
           05 FILLER PIC X(9) VALUE "   LEIDOS".
           05 FILLER PIC X(9) VALUE "   ACEPT.".
           05 FILLER PIC X(9) VALUE "    RECH.".
           05 FILLER PIC X(9) VALUE "    POST.".
       01 RE-COR-LINEA.
           05 RCL-PROGRAMA PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 RCL-MODO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RCL-INICIO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RCL-FIN PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RCL-RETORNO PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RCL-LEIDOS PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 RCL-ACEPTADOS PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 RCL-RECHAZADOS PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 RCL-POSTEADOS PIC Z(7)9.
       01 RE-SIN-CORRIDAS PIC X(80) VALUE
           "NO HAY CORRIDAS REGISTRADAS PARA EL DIA".
       01 RE-PASO-SECCION PIC X(80) VALUE
           "SECUENCIA ESPERADA".
       01 RE-PASO-TITULO.
           05 FILLER PIC X(5) VALUE "PASO".
           05 FILLER PIC X(12) VALUE "PROGRAMA".
           05 FILLER PIC X(9) VALUE "MODO".
           05 FILLER PIC X(8) VALUE "ESTADO".
           05 FILLER PIC X(45) VALUE "OBSERVACION".
       01 RE-PASO-LINEA.
           05 RPL-PASO PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPL-PROGRAMA PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 RPL-MODO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RPL-ESTADO PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 RPL-OBSERVACION PIC X(45).
       01 RE-CRUCE-SECCION PIC X(80) VALUE
           "CRUCE DE CONTADORES ENTRE PASOS".
       01 RE-CRUCE-TITULO.
           05 FILLER PIC X(40) VALUE "CONTROL".
           05 FILLER PIC X(10) VALUE "  VALOR 1".
           05 FILLER PIC X(10) VALUE "  VALOR 2".
           05 FILLER PIC X(13) VALUE "RESULTADO".
       01 RE-CRUCE-LINEA.
           05 RXL-CONCEPTO PIC X(40).
           05 RXL-VALOR-1 PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RXL-VALOR-2 PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RXL-RESULTADO PIC X(13).
       01 RE-RESULTADO-LINEA.
           05 FILLER PIC X(11) VALUE "RESULTADO: ".
           05 RRL-TEXTO PIC X(40).
           05 FILLER PIC X(10) VALUE " ERRORES: ".
           05 RRL-ERRORES PIC ZZZ9.
           05 FILLER PIC X(9) VALUE " AVISOS: ".
           05 RRL-AVISOS PIC ZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           PERFORM LEER-PARAMETRO.
           PERFORM LEER-FECHA-PROCESO.
           IF WS-CODIGO-RETORNO = 0 AND WS-FECHA-CHEQUEO = 0
               PERFORM BUSCAR-DIA-ANTERIOR
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               MOVE WS-FECHA-CHEQUEO TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               MOVE WS-FECHA-FORMATO TO WS-FECHA-CHEQUEO-FMT
               PERFORM CARGAR-FERIADOS
               PERFORM FIJAR-TIPO-DIA
               PERFORM CARGAR-CORRIDAS
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM ABRIR-REPORTE
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM LISTAR-CORRIDAS
               PERFORM CARGAR-SECUENCIA
               PERFORM REVISAR-SECUENCIA
               PERFORM CRUZAR-CONTADORES
               PERFORM ESCRIBIR-RESULTADO
               IF WS-ERRORES > 0
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   IF WS-AVISOS > 0
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
               PERFORM MOSTRAR-RESUMEN
           END-IF.
           PERFORM FIN-PROGRAMA.

      *    Un PARM con una fecha aaaammdd válida fija el día;
      *    cualquier otra cosa se avisa y se sigue con el día por
      *    defecto.
           LEER-PARAMETRO.
           ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "CALC_PARM".
           IF WS-PARM-ENTRADA NOT = SPACES
               MOVE WS-PARM-ENTRADA(1:8) TO WS-FECHA-PARM
               IF WS-FECHA-PARM IS NUMERIC
                   MOVE WS-FECHA-PARM TO WS-FECHA-CHEQUEO
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CHEQUEO)
                       NOT = 0
                       MOVE 0 TO WS-FECHA-CHEQUEO
                   END-IF
               END-IF
               IF WS-FECHA-CHEQUEO = 0
                   DISPLAY "Aviso! PARM sin una fecha aaaammdd "
                       "válida (" WS-PARM-ENTRADA "); se revisa el "
                       "último día cerrado"
               END-IF
           END-IF.

           LEER-FECHA-PROCESO.
           OPEN INPUT ARCHIVO-FECHAPROC.
           IF WS-ESTADO-FECHAPROC = "00"
               READ ARCHIVO-FECHAPROC
                   AT END CONTINUE
               END-READ
               IF WS-ESTADO-FECHAPROC = "00"
                   AND FPR-FECHA IS NUMERIC
                   MOVE FPR-FECHA TO WS-FECHA-CONTROL
                   MOVE FPR-ESTADO TO WS-ESTADO-CONTROL
               END-IF
               CLOSE ARCHIVO-FECHAPROC
           END-IF.
           IF WS-FECHA-CHEQUEO = 0
               IF WS-FECHA-CONTROL = 0
                   DISPLAY "Error! Sin PARM y sin archivo de control "
                       "de fecha de proceso legible; no se sabe qué "
                       "día revisar"
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   IF CONTROL-CERRADA
                       MOVE WS-FECHA-CONTROL TO WS-FECHA-CHEQUEO
                   END-IF
               END-IF
           END-IF.

      *    Con la fecha de control ya abierta por FECHAVAN, el último
      *    día cerrado es el mayor día del registro anterior a ella.
      *    Un registro vacío deja la fecha de control con aviso.
           BUSCAR-DIA-ANTERIOR.
           OPEN INPUT ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS = "00"
               PERFORM LEER-CORRIDA
               PERFORM UNTIL FIN-CORRIDAS
                   IF COR-FECHA-NEGOCIO IS NUMERIC
                       AND COR-FECHA-NEGOCIO < WS-FECHA-CONTROL
                       AND COR-FECHA-NEGOCIO > WS-FECHA-CHEQUEO
                       MOVE COR-FECHA-NEGOCIO TO WS-FECHA-CHEQUEO
                   END-IF
                   PERFORM LEER-CORRIDA
               END-PERFORM
               CLOSE ARCHIVO-CORRIDAS
           END-IF.
           IF WS-FECHA-CHEQUEO = 0
               DISPLAY "Aviso! El registro de corridas no trae días "
                   "anteriores a la fecha abierta; se revisa la "
                   "fecha de control"
               MOVE WS-FECHA-CONTROL TO WS-FECHA-CHEQUEO
           END-IF.

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

      *    Mismo recorrido que FECHAVAN: día a día desde el siguiente
      *    al revisado hasta caer en uno hábil (el resto de dividir
      *    entre 7 da 6 el sábado y 0 el domingo). Si ese día es de
      *    otro mes, el revisado cierra el mes.
           FIJAR-TIPO-DIA.
           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CHEQUEO).
           MOVE 0 TO WS-SALTOS.
           MOVE "N" TO WS-ES-HABIL.
           PERFORM UNTIL DIA-HABIL OR WS-SALTOS > WS-MAX-SALTOS
               ADD 1 TO WS-ENTERO-FECHA
               ADD 1 TO WS-SALTOS
               COMPUTE WS-FECHA-SIGUIENTE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
               PERFORM EVALUAR-DIA-HABIL
           END-PERFORM.
           IF NOT DIA-HABIL
               DISPLAY "Aviso! No se encontró un día hábil en "
                   WS-MAX-SALTOS " días; revise el calendario de "
                   "feriados"
           END-IF.
           IF WS-FECHA-SIGUIENTE(1:6) NOT = WS-FECHA-CHEQUEO(1:6)
               SET CIERRE-DE-MES TO TRUE
           END-IF.

           EVALUAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-ENTERO-FECHA, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-ES-HABIL
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FERIADOS-USADOS
                   IF WS-FERIADO(WS-IDX) = WS-FECHA-SIGUIENTE
                       MOVE "N" TO WS-ES-HABIL
                       MOVE WS-FERIADOS-USADOS TO WS-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    Sin registro de corridas no hay nada que revisar: todos los
      *    pasos saldrán como faltantes.
           CARGAR-CORRIDAS.
           INITIALIZE WS-TABLA-PARTICIONES.
           OPEN INPUT ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS NOT = "00"
               DISPLAY "Aviso! No se pudo abrir el registro de "
                   "corridas (estado " WS-ESTADO-CORRIDAS ")"
           ELSE
               PERFORM LEER-CORRIDA
               PERFORM UNTIL FIN-CORRIDAS
                   ADD 1 TO WS-REGISTROS-LEIDOS
                   PERFORM GUARDAR-CORRIDA
                   PERFORM LEER-CORRIDA
               END-PERFORM
               CLOSE ARCHIVO-CORRIDAS
           END-IF.
           IF WS-REGISTROS-ILEGIBLES > 0
               DISPLAY "Aviso! " WS-REGISTROS-ILEGIBLES
                   " registros de corridas con fecha no numérica"
           END-IF.
           IF WS-CORRIDAS-SOBRANTES > 0
               DISPLAY "Aviso! Más de " WS-MAX-CORRIDAS " corridas "
                   "en el día; las sobrantes no se revisan"
               ADD 1 TO WS-AVISOS
           END-IF.

           LEER-CORRIDA.
           READ ARCHIVO-CORRIDAS
               AT END SET FIN-CORRIDAS TO TRUE
           END-READ.

           GUARDAR-CORRIDA.
           IF COR-FECHA-NEGOCIO IS NOT NUMERIC
               ADD 1 TO WS-REGISTROS-ILEGIBLES
           ELSE
               IF COR-FECHA-NEGOCIO = WS-FECHA-CHEQUEO
                   IF WS-CORRIDAS-USADAS < WS-MAX-CORRIDAS
                       ADD 1 TO WS-CORRIDAS-USADAS
                       MOVE WS-CORRIDAS-USADAS TO WS-IDX-COR
                       MOVE COR-PROGRAMA TO WS-CR-PROGRAMA(WS-IDX-COR)
                       MOVE COR-MODO TO WS-CR-MODO(WS-IDX-COR)
                       MOVE COR-INICIO TO WS-CR-INICIO(WS-IDX-COR)
                       MOVE COR-FIN TO WS-CR-FIN(WS-IDX-COR)
                       MOVE 0 TO WS-CR-RETORNO(WS-IDX-COR)
                       MOVE 0 TO WS-CR-LEIDOS(WS-IDX-COR)
                       MOVE 0 TO WS-CR-ACEPTADOS(WS-IDX-COR)
                       MOVE 0 TO WS-CR-RECHAZADOS(WS-IDX-COR)
                       MOVE 0 TO WS-CR-POSTEADOS(WS-IDX-COR)
                       IF COR-RETORNO IS NUMERIC
                           MOVE COR-RETORNO
                               TO WS-CR-RETORNO(WS-IDX-COR)
                       END-IF
                       IF COR-LEIDOS IS NUMERIC
                           MOVE COR-LEIDOS TO WS-CR-LEIDOS(WS-IDX-COR)
                       END-IF
                       IF COR-ACEPTADOS IS NUMERIC
                           MOVE COR-ACEPTADOS
                               TO WS-CR-ACEPTADOS(WS-IDX-COR)
                       END-IF
                       IF COR-RECHAZADOS IS NUMERIC
                           MOVE COR-RECHAZADOS
                               TO WS-CR-RECHAZADOS(WS-IDX-COR)
                       END-IF
                       IF COR-POSTEADOS IS NUMERIC
                           MOVE COR-POSTEADOS
                               TO WS-CR-POSTEADOS(WS-IDX-COR)
                       END-IF
                       IF COR-PROGRAMA = "CTABACK"
                           ADD 1 TO WS-CORRIDAS-CTABACK
                       END-IF
                       IF COR-PROGRAMA = "CALCULADORA"
                           AND COR-MODO(1:6) = "LOTE P"
                           PERFORM ANOTAR-PARTICION
                       END-IF
                   ELSE
                       ADD 1 TO WS-CORRIDAS-SOBRANTES
                   END-IF
               END-IF
           END-IF.

      *    Una corrida LOTE Pn marca la noche como particionada; de
      *    cada partición vale la última corrida (la de un reinicio
      *    rehace enteros sus contadores).
           ANOTAR-PARTICION.
           IF COR-MODO(7:1) >= "1" AND COR-MODO(7:1) <= "4"
               MOVE COR-MODO(7:1) TO WS-IDX-PAR
               SET NOCHE-PARTICIONADA TO TRUE
               IF WS-PAR-CORRIDAS(WS-IDX-PAR) = 0
                   ADD 1 TO WS-PARTICIONES-CORRIDAS
               ELSE
                   IF WS-PAR-CORRIDAS(WS-IDX-PAR) = 1
                       ADD 1 TO WS-PARTICIONES-REPETIDAS
                   END-IF
               END-IF
               ADD 1 TO WS-PAR-CORRIDAS(WS-IDX-PAR)
               MOVE WS-IDX-COR TO WS-PAR-ULTIMA(WS-IDX-PAR)
           END-IF.

           ABRIR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "Error! No se pudo abrir el reporte de la lista "
                   "de control (estado " WS-ESTADO-REPORTE ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               MOVE WS-FECHA-CHEQUEO-FMT TO RDL-FECHA
               IF CIERRE-DE-MES
                   MOVE "HABIL CON CIERRE DE MES" TO RDL-TIPO
               ELSE
                   MOVE "HABIL" TO RDL-TIPO
               END-IF
               MOVE RE-DIA-LINEA TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

      *    Todas las corridas del día tal como se registraron, también
      *    las que no forman parte de la secuencia (mantenimiento,
      *    reproceso, reversiones), para que el operador vea el día
      *    entero.
           LISTAR-CORRIDAS.
           SET SECCION-CORRIDAS TO TRUE.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-COR-SECCION TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-COR-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 3 TO WS-LINEAS-PAGINA.
           IF WS-CORRIDAS-USADAS = 0
               MOVE RE-SIN-CORRIDAS TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           ELSE
               PERFORM VARYING WS-IDX-COR FROM 1 BY 1
               UNTIL WS-IDX-COR > WS-CORRIDAS-USADAS
                   PERFORM ESCRIBIR-CORRIDA
               END-PERFORM
           END-IF.

           ESCRIBIR-CORRIDA.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE WS-CR-PROGRAMA(WS-IDX-COR) TO RCL-PROGRAMA.
           MOVE WS-CR-MODO(WS-IDX-COR) TO RCL-MODO.
           MOVE SPACES TO RCL-INICIO RCL-FIN.
           STRING WS-CR-INICIO(WS-IDX-COR)(9:2) ":"
               WS-CR-INICIO(WS-IDX-COR)(11:2) ":"
               WS-CR-INICIO(WS-IDX-COR)(13:2) DELIMITED BY SIZE
               INTO RCL-INICIO.
           STRING WS-CR-FIN(WS-IDX-COR)(9:2) ":"
               WS-CR-FIN(WS-IDX-COR)(11:2) ":"
               WS-CR-FIN(WS-IDX-COR)(13:2) DELIMITED BY SIZE
               INTO RCL-FIN.
           MOVE WS-CR-RETORNO(WS-IDX-COR) TO RCL-RETORNO.
           MOVE WS-CR-LEIDOS(WS-IDX-COR) TO RCL-LEIDOS.
           MOVE WS-CR-ACEPTADOS(WS-IDX-COR) TO RCL-ACEPTADOS.
           MOVE WS-CR-RECHAZADOS(WS-IDX-COR) TO RCL-RECHAZADOS.
           MOVE WS-CR-POSTEADOS(WS-IDX-COR) TO RCL-POSTEADOS.
           MOVE RE-COR-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

      *    El orden de la tabla es el orden esperado de la cadena.
           CARGAR-SECUENCIA.
           INITIALIZE WS-TABLA-PASOS.
           MOVE 9 TO WS-PASOS-USADOS.
           MOVE "INSTPERM" TO WS-PS-PROGRAMA(1).
           MOVE "GENERAR" TO WS-PS-MODO(1).
           MOVE "EDITSORT" TO WS-PS-PROGRAMA(2).
           MOVE "CALCULADORA" TO WS-PS-PROGRAMA(3).
           MOVE "LOTE" TO WS-PS-MODO(3).
           MOVE "INSTPERM" TO WS-PS-PROGRAMA(4).
           MOVE "CONFIRMA" TO WS-PS-MODO(4).
           MOVE "HISTMOV" TO WS-PS-PROGRAMA(5).
           MOVE "CUADRCTA" TO WS-PS-PROGRAMA(6).
           MOVE "AUDITRPT" TO WS-PS-PROGRAMA(7).
           MOVE "FACTURAR" TO WS-PS-PROGRAMA(8).
           MOVE "FECHAVAN" TO WS-PS-PROGRAMA(9).
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
           UNTIL WS-IDX-PASO > WS-PASOS-USADOS
               MOVE "S" TO WS-PS-REQUERIDO(WS-IDX-PASO)
           END-PERFORM.
           IF NOT CIERRE-DE-MES
               MOVE "N" TO WS-PS-REQUERIDO(WS-PASO-FACTURAR)
           END-IF.
      *    En la noche particionada el lote lo cierra FUSIONAR, que
      *    solo une las particiones si todas terminaron y cuadran.
           IF NOCHE-PARTICIONADA
               MOVE "FUSIONAR" TO WS-PS-PROGRAMA(WS-PASO-LOTE)
               MOVE SPACES TO WS-PS-MODO(WS-PASO-LOTE)
           END-IF.

           REVISAR-SECUENCIA.
           SET SECCION-PASOS TO TRUE.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-PASO-SECCION TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-PASO-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 3 TO WS-LINEAS-PAGINA.
           MOVE SPACES TO WS-INICIO-PREVIO WS-PROGRAMA-PREVIO.
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
           UNTIL WS-IDX-PASO > WS-PASOS-USADOS
               PERFORM UBICAR-CORRIDAS-PASO
               PERFORM REVISAR-PASO
           END-PERFORM.

      *    Primera y última corrida del paso en el día. Se evalúa la
      *    última (la que dejó el resultado vigente) y el orden se
      *    mide con la primera.
           UBICAR-CORRIDAS-PASO.
           MOVE 0 TO WS-PS-CORRIDAS(WS-IDX-PASO).
           MOVE 0 TO WS-PS-PRIMERA(WS-IDX-PASO).
           MOVE 0 TO WS-PS-ULTIMA(WS-IDX-PASO).
           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
           UNTIL WS-IDX-COR > WS-CORRIDAS-USADAS
               IF WS-CR-PROGRAMA(WS-IDX-COR) =
                   WS-PS-PROGRAMA(WS-IDX-PASO)
                   AND (WS-PS-MODO(WS-IDX-PASO) = SPACES
                   OR WS-CR-MODO(WS-IDX-COR) = WS-PS-MODO(WS-IDX-PASO))
                   ADD 1 TO WS-PS-CORRIDAS(WS-IDX-PASO)
                   IF WS-PS-PRIMERA(WS-IDX-PASO) = 0
                       MOVE WS-IDX-COR TO WS-PS-PRIMERA(WS-IDX-PASO)
                   END-IF
                   MOVE WS-IDX-COR TO WS-PS-ULTIMA(WS-IDX-PASO)
               END-IF
           END-PERFORM.

           REVISAR-PASO.
           SET PRIMERA-LINEA TO TRUE.
           MOVE 0 TO WS-HALLAZGOS-PASO.
           IF WS-PS-CORRIDAS(WS-IDX-PASO) = 0
               IF PASO-REQUERIDO(WS-IDX-PASO)
                   MOVE "FALTA" TO WS-ESTADO-PASO
                   MOVE "NO HAY CORRIDA REGISTRADA PARA EL DIA"
                       TO WS-OBSERVACION
                   ADD 1 TO WS-ERRORES
               ELSE
                   MOVE "N/A" TO WS-ESTADO-PASO
                   MOVE "NO CORRESPONDE: EL DIA NO CIERRA EL MES"
                       TO WS-OBSERVACION
               END-IF
               PERFORM ESCRIBIR-PASO
           ELSE
               PERFORM REVISAR-RETORNO-PASO
               PERFORM REVISAR-ORDEN-PASO
               IF WS-PS-CORRIDAS(WS-IDX-PASO) > 1
                   MOVE WS-PS-CORRIDAS(WS-IDX-PASO)
                       TO WS-CANTIDAD-TEXTO
                   MOVE "NOTA" TO WS-ESTADO-PASO
                   MOVE SPACES TO WS-OBSERVACION
                   STRING WS-CANTIDAD-TEXTO " CORRIDAS EN EL DIA; SE "
                       "EVALUA LA ULTIMA" DELIMITED BY SIZE
                       INTO WS-OBSERVACION
                   PERFORM ESCRIBIR-PASO
               END-IF
               IF NOCHE-PARTICIONADA
                   AND WS-IDX-PASO = WS-PASO-LOTE
                   MOVE WS-PARTICIONES-CORRIDAS TO WS-CANTIDAD-TEXTO
                   MOVE "NOTA" TO WS-ESTADO-PASO
                   MOVE SPACES TO WS-OBSERVACION
                   STRING "LOTE PARTICIONADO EN "
                       WS-CANTIDAD-TEXTO(4:1)
                       " PARTICIONES" DELIMITED BY SIZE
                       INTO WS-OBSERVACION
                   PERFORM ESCRIBIR-PASO
               END-IF
               IF NOT PASO-REQUERIDO(WS-IDX-PASO)
                   MOVE "AVISO" TO WS-ESTADO-PASO
                   MOVE "CORRIO EN UN DIA QUE NO CIERRA EL MES"
                       TO WS-OBSERVACION
                   ADD 1 TO WS-AVISOS
                   ADD 1 TO WS-HALLAZGOS-PASO
                   PERFORM ESCRIBIR-PASO
               END-IF
               IF WS-HALLAZGOS-PASO = 0
                   MOVE "OK" TO WS-ESTADO-PASO
                   MOVE "TERMINO BIEN" TO WS-OBSERVACION
                   PERFORM ESCRIBIR-PASO
               END-IF
           END-IF.

      *    RC=4 es aviso, como en toda la cadena; 8 o más es error.
           REVISAR-RETORNO-PASO.
           MOVE WS-PS-ULTIMA(WS-IDX-PASO) TO WS-IDX-COR.
           IF WS-CR-RETORNO(WS-IDX-COR) > 0
               MOVE WS-CR-RETORNO(WS-IDX-COR) TO WS-RC-TEXTO
               MOVE SPACES TO WS-OBSERVACION
               STRING "TERMINO CON RC=" WS-RC-TEXTO
                   DELIMITED BY SIZE INTO WS-OBSERVACION
               IF WS-CR-RETORNO(WS-IDX-COR) >= 8
                   MOVE "ERROR" TO WS-ESTADO-PASO
                   ADD 1 TO WS-ERRORES
               ELSE
                   MOVE "AVISO" TO WS-ESTADO-PASO
                   ADD 1 TO WS-AVISOS
               END-IF
               ADD 1 TO WS-HALLAZGOS-PASO
               PERFORM ESCRIBIR-PASO
           END-IF.

      *    Un paso cuya primera corrida empezó antes que la primera
      *    del paso anterior presente corrió fuera de orden.
           REVISAR-ORDEN-PASO.
           MOVE WS-PS-PRIMERA(WS-IDX-PASO) TO WS-IDX-COR.
           IF WS-INICIO-PREVIO NOT = SPACES
               AND WS-CR-INICIO(WS-IDX-COR) < WS-INICIO-PREVIO
               MOVE "ERROR" TO WS-ESTADO-PASO
               MOVE SPACES TO WS-OBSERVACION
               STRING "FUERA DE ORDEN: EMPEZO ANTES QUE "
                   WS-PROGRAMA-PREVIO DELIMITED BY SIZE
                   INTO WS-OBSERVACION
               ADD 1 TO WS-ERRORES
               ADD 1 TO WS-HALLAZGOS-PASO
               PERFORM ESCRIBIR-PASO
           END-IF.
           MOVE WS-CR-INICIO(WS-IDX-COR) TO WS-INICIO-PREVIO.
           MOVE WS-PS-PROGRAMA(WS-IDX-PASO) TO WS-PROGRAMA-PREVIO.

           ESCRIBIR-PASO.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE SPACES TO RE-PASO-LINEA.
           IF PRIMERA-LINEA
               MOVE WS-IDX-PASO TO RPL-PASO
               MOVE WS-PS-PROGRAMA(WS-IDX-PASO) TO RPL-PROGRAMA
               MOVE WS-PS-MODO(WS-IDX-PASO) TO RPL-MODO
               MOVE "N" TO WS-PRIMERA-LINEA
           END-IF.
           MOVE WS-ESTADO-PASO TO RPL-ESTADO.
           MOVE WS-OBSERVACION TO RPL-OBSERVACION.
           MOVE RE-PASO-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

      *    Lo que un paso entrega tiene que ser lo que el siguiente
      *    recibe. Los posteos del lote solo se comparan con el diario
      *    cuando el lote corrió una sola vez y no hubo reversión: un
      *    reinicio o un CTABACK cambian lo que el diario trae sin que
      *    haya error.
           CRUZAR-CONTADORES.
           SET SECCION-CRUCES TO TRUE.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-CRUCE-SECCION TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE RE-CRUCE-TITULO TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 3 TO WS-LINEAS-PAGINA.

           IF NOCHE-PARTICIONADA
               PERFORM CRUZAR-CONTADORES-PARTICIONES
           ELSE
               PERFORM CRUZAR-CONTADORES-LOTE
           END-IF.

           CRUZAR-CONTADORES-LOTE.
           MOVE "EDITSORT ACEPTADOS / CALCULADORA LEIDOS"
               TO WS-CRUCE-CONCEPTO.
           MOVE 0 TO WS-CRUCE-VALOR-1 WS-CRUCE-VALOR-2.
           IF WS-PS-CORRIDAS(WS-PASO-EDITSORT) = 0
               OR WS-PS-CORRIDAS(WS-PASO-LOTE) = 0
               MOVE "SIN DATOS" TO WS-CRUCE-RESULTADO
           ELSE
               MOVE WS-PS-ULTIMA(WS-PASO-EDITSORT) TO WS-IDX-COR
               MOVE WS-CR-ACEPTADOS(WS-IDX-COR) TO WS-CRUCE-VALOR-1
               MOVE WS-PS-ULTIMA(WS-PASO-LOTE) TO WS-IDX-COR
               MOVE WS-CR-LEIDOS(WS-IDX-COR) TO WS-CRUCE-VALOR-2
               PERFORM COMPARAR-CRUCE
           END-IF.
           PERFORM ESCRIBIR-CRUCE.

           MOVE "CALCULADORA POSTEADOS / HISTMOV LEIDOS"
               TO WS-CRUCE-CONCEPTO.
           MOVE 0 TO WS-CRUCE-VALOR-1 WS-CRUCE-VALOR-2.
           PERFORM UBICAR-HISTMOV-LOTE.
           IF WS-PS-CORRIDAS(WS-PASO-LOTE) = 0
               OR WS-CRUCE-HISTMOV = 0
               MOVE "SIN DATOS" TO WS-CRUCE-RESULTADO
           ELSE
               MOVE WS-PS-ULTIMA(WS-PASO-LOTE) TO WS-IDX-COR
               MOVE WS-CR-POSTEADOS(WS-IDX-COR) TO WS-CRUCE-VALOR-1
               MOVE WS-CRUCE-HISTMOV TO WS-IDX-COR
               MOVE WS-CR-LEIDOS(WS-IDX-COR) TO WS-CRUCE-VALOR-2
               IF WS-PS-CORRIDAS(WS-PASO-LOTE) > 1
                   OR WS-CORRIDAS-CTABACK > 0
                   MOVE "NO COMPARABLE" TO WS-CRUCE-RESULTADO
               ELSE
                   PERFORM COMPARAR-CRUCE
               END-IF
           END-IF.
           PERFORM ESCRIBIR-CRUCE.

      *    Noche particionada: EDITSORT reparte lo aceptado entre las
      *    particiones, así que se compara con la suma de los leídos
      *    de la última corrida de cada una; los posteos de todas
      *    contra los HISTMOV de sus diarios, que FUSJOB corre uno por
      *    partición después de FUSIONAR.
           CRUZAR-CONTADORES-PARTICIONES.
           MOVE "EDITSORT ACEPTADOS / PARTICIONES LEIDOS"
               TO WS-CRUCE-CONCEPTO.
           MOVE 0 TO WS-CRUCE-VALOR-1 WS-CRUCE-VALOR-2.
           IF WS-PS-CORRIDAS(WS-PASO-EDITSORT) = 0
               MOVE "SIN DATOS" TO WS-CRUCE-RESULTADO
           ELSE
               MOVE WS-PS-ULTIMA(WS-PASO-EDITSORT) TO WS-IDX-COR
               MOVE WS-CR-ACEPTADOS(WS-IDX-COR) TO WS-CRUCE-VALOR-1
               PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > WS-MAX-PARTICIONES
                   IF WS-PAR-ULTIMA(WS-IDX-PAR) > 0
                       MOVE WS-PAR-ULTIMA(WS-IDX-PAR) TO WS-IDX-COR
                       ADD WS-CR-LEIDOS(WS-IDX-COR) TO WS-CRUCE-VALOR-2
                   END-IF
               END-PERFORM
               PERFORM COMPARAR-CRUCE
           END-IF.
           PERFORM ESCRIBIR-CRUCE.

           MOVE "PARTICIONES POSTEADOS / HISTMOV LEIDOS"
               TO WS-CRUCE-CONCEPTO.
           MOVE 0 TO WS-CRUCE-VALOR-1 WS-CRUCE-VALOR-2.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-MAX-PARTICIONES
               IF WS-PAR-ULTIMA(WS-IDX-PAR) > 0
                   MOVE WS-PAR-ULTIMA(WS-IDX-PAR) TO WS-IDX-COR
                   ADD WS-CR-POSTEADOS(WS-IDX-COR) TO WS-CRUCE-VALOR-1
               END-IF
           END-PERFORM.
           PERFORM SUMAR-HISTMOV-PARTICIONES.
           IF WS-HISTMOV-CONTADOS < WS-PARTICIONES-CORRIDAS
               MOVE "SIN DATOS" TO WS-CRUCE-RESULTADO
           ELSE
               IF WS-PARTICIONES-REPETIDAS > 0
                   OR WS-CORRIDAS-CTABACK > 0
                   MOVE "NO COMPARABLE" TO WS-CRUCE-RESULTADO
               ELSE
                   PERFORM COMPARAR-CRUCE
               END-IF
           END-IF.
           PERFORM ESCRIBIR-CRUCE.

      *    Los HISTMOV de los diarios de las particiones son los
      *    primeros, tantos como particiones, que empezaron después
      *    de que terminó FUSIONAR; sin FUSIONAR no corrieron.
           SUMAR-HISTMOV-PARTICIONES.
           MOVE 0 TO WS-HISTMOV-CONTADOS.
           IF WS-PS-CORRIDAS(WS-PASO-LOTE) > 0
               MOVE WS-PS-ULTIMA(WS-PASO-LOTE) TO WS-IDX
               PERFORM VARYING WS-IDX-COR FROM 1 BY 1
               UNTIL WS-IDX-COR > WS-CORRIDAS-USADAS
                   OR WS-HISTMOV-CONTADOS >= WS-PARTICIONES-CORRIDAS
                   IF WS-CR-PROGRAMA(WS-IDX-COR) = "HISTMOV"
                       AND WS-CR-INICIO(WS-IDX-COR) >= WS-CR-FIN(WS-IDX)
                       ADD 1 TO WS-HISTMOV-CONTADOS
                       ADD WS-CR-LEIDOS(WS-IDX-COR) TO WS-CRUCE-VALOR-2
                   END-IF
               END-PERFORM
           END-IF.

      *    El HISTMOV que historizó el diario del lote es el primero
      *    que empezó después de que el lote terminó (los de REPRJOB
      *    vienen más tarde y traen el diario del reproceso).
           UBICAR-HISTMOV-LOTE.
           MOVE 0 TO WS-CRUCE-HISTMOV.
           IF WS-PS-CORRIDAS(WS-PASO-LOTE) > 0
               MOVE WS-PS-ULTIMA(WS-PASO-LOTE) TO WS-IDX
               PERFORM VARYING WS-IDX-COR FROM 1 BY 1
               UNTIL WS-IDX-COR > WS-CORRIDAS-USADAS
                   OR WS-CRUCE-HISTMOV > 0
                   IF WS-CR-PROGRAMA(WS-IDX-COR) = "HISTMOV"
                       AND WS-CR-INICIO(WS-IDX-COR) >= WS-CR-FIN(WS-IDX)
                       MOVE WS-IDX-COR TO WS-CRUCE-HISTMOV
                   END-IF
               END-PERFORM
           END-IF.

           COMPARAR-CRUCE.
           IF WS-CRUCE-VALOR-1 = WS-CRUCE-VALOR-2
               MOVE "OK" TO WS-CRUCE-RESULTADO
           ELSE
               MOVE "DIFIERE" TO WS-CRUCE-RESULTADO
               ADD 1 TO WS-ERRORES
           END-IF.

           ESCRIBIR-CRUCE.
           PERFORM ESCRIBIR-LINEA-CHK.
           MOVE WS-CRUCE-CONCEPTO TO RXL-CONCEPTO.
           MOVE WS-CRUCE-VALOR-1 TO RXL-VALOR-1.
           MOVE WS-CRUCE-VALOR-2 TO RXL-VALOR-2.
           MOVE WS-CRUCE-RESULTADO TO RXL-RESULTADO.
           MOVE RE-CRUCE-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

           ESCRIBIR-RESULTADO.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF WS-ERRORES > 0
               MOVE "CADENA CON ERRORES" TO RRL-TEXTO
           ELSE
               IF WS-AVISOS > 0
                   MOVE "CADENA COMPLETA CON AVISOS" TO RRL-TEXTO
               ELSE
                   MOVE "CADENA COMPLETA" TO RRL-TEXTO
               END-IF
           END-IF.
           MOVE WS-ERRORES TO RRL-ERRORES.
           MOVE WS-AVISOS TO RRL-AVISOS.
           MOVE RE-RESULTADO-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

           ESCRIBIR-ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE RE-ENCABEZADO-1 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-FECHA-CHEQUEO-FMT TO RE2-FECHA.
           MOVE WS-NUMERO-PAGINA TO RE2-PAGINA.
           MOVE RE-ENCABEZADO-2 TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 0 TO WS-LINEAS-PAGINA.

      *    La sección que no cabe en la página sigue en la siguiente
      *    con su título de columnas repetido.
           ESCRIBIR-LINEA-CHK.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               EVALUATE TRUE
                   WHEN SECCION-CORRIDAS
                       MOVE RE-COR-TITULO TO REPORTE-LINEA
                   WHEN SECCION-PASOS
                       MOVE RE-PASO-TITULO TO REPORTE-LINEA
                   WHEN SECCION-CRUCES
                       MOVE RE-CRUCE-TITULO TO REPORTE-LINEA
               END-EVALUATE
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

           FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-FORMATO.
           STRING WS-FECHA-TEXTO(7:2) "/" WS-FECHA-TEXTO(5:2) "/"
               WS-FECHA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATO.

           MOSTRAR-RESUMEN.
           DISPLAY "===== Lista de control de la cadena diaria =====".
           DISPLAY "Día de negocio: " WS-FECHA-CHEQUEO-FMT.
           IF CIERRE-DE-MES
               DISPLAY "Tipo de día: hábil con cierre de mes"
           ELSE
               DISPLAY "Tipo de día: hábil"
           END-IF.
           DISPLAY "Corridas del día: " WS-CORRIDAS-USADAS
               " de " WS-REGISTROS-LEIDOS " registradas".
           DISPLAY "Errores: " WS-ERRORES " - avisos: " WS-AVISOS.

           FIN-PROGRAMA.
               IF WS-ESTADO-REPORTE = "00"
                   CLOSE ARCHIVO-REPORTE
               END-IF.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM CHEQDIA.
