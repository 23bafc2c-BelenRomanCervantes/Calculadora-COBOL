      ******************************************************************
      * Author:
      * Date:
      * Purpose: Barrido de cuentas sin movimiento. Recorre el maestro
      *          de CUENTAS (trazado CTAREG) y busca las cuentas
      *          activas cuya última actividad (CTA-ULTIMA-FECHA)
      *          tiene más días hábiles que el umbral del PARM,
      *          contados con el calendario de FERIADOS hasta la fecha
      *          de negocio de FECHAPROC. Saca en DORMRPT un informe
      *          agrupado por tramo de antigüedad con saldo y última
      *          facturación, y escribe en MANTBAJA una orden B
      *          (trazado MNTREG) por cuenta, con el operador de
      *          sistema, que CUENTMNT deja pendiente de visto bueno
      *          como cualquier baja. Las cuentas con saldo o con
      *          volumen sin facturar en CTA-OPER-DET salen como
      *          excepción y no llevan orden; las que ya tienen una
      *          baja pendiente en MANTPEND tampoco, para no
      *          proponerla dos veces.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: dormant-account sweep with business
      *            day age bands, DORMRPT report, B orders on MANTBAJA
      *            and exceptions for balance or unbilled volume.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CTADORM.
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
           SELECT ARCHIVO-ORDENES ASSIGN TO MANTBAJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORDENES.
           SELECT ARCHIVO-REPORTE ASSIGN TO DORMRPT
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

      * Órdenes pendientes de aprobación de CUENTMNT; solo se leen.
       FD  ARCHIVO-PENDIENTES.
       COPY PENREG.

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

       FD  ARCHIVO-FERIADOS.
       01  FER-REGISTRO.
           05 FER-FECHA PIC 9(8).

      * Órdenes de baja para CUENTMNT, en el trazado de MANTCTA.
       FD  ARCHIVO-ORDENES.
       COPY MNTREG.

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA PIC X(80).

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS PIC X(2) VALUE SPACES.
           88 FIN-CUENTAS VALUE "10".
       01 WS-ESTADO-PENDIENTES PIC X(2) VALUE SPACES.
           88 FIN-PENDIENTES VALUE "10".
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FERIADOS PIC X(2) VALUE SPACES.
           88 FIN-FERIADOS VALUE "10".
       01 WS-ESTADO-ORDENES PIC X(2) VALUE SPACES.
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.

       01 WS-CUENTAS-ABIERTO PIC X VALUE "N".
           88 CUENTAS-ABIERTO VALUE "S".
       01 WS-ORDENES-ABIERTO PIC X VALUE "N".
           88 ORDENES-ABIERTO VALUE "S".

       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-ACTUAL PIC X(21).
       01 WS-FECHA-TEXTO PIC X(8).
       01 WS-FECHA-FORMATO PIC X(10).

      * Umbral de días hábiles sin actividad por PARM (el
      * procedimiento de arranque del sitio lo deja en CALC_PARM);
      * vacío = 60.
       01 WS-PARM-ENTRADA PIC X(40).
       01 WS-UMBRAL PIC 9(3) VALUE 60.
       01 WS-UMBRAL-MAXIMO PIC 9(3) VALUE 250.
       01 WS-VALOR-NUMERICO PIC S9(6)V99.
       01 WS-POSICION-ERROR PIC S9(4) COMP.

      * Operador con el que se proponen las bajas: como no es una
      * persona, cualquier operador puede darles el visto bueno.
       01 WS-OPERADOR-SISTEMA PIC X(8) VALUE "SISDORM".

      * Tramos de antigüedad en múltiplos del umbral: 1 = más de 1 y
      * hasta 2 veces, 2 = hasta 3 veces, 3 = hasta 4 veces y 4 = más
      * de 4 veces. WS-TRAMO-LIMITE es la última fecha de actividad
      * que todavía supera el límite inferior del tramo; una cuenta
      * con actividad posterior a la del tramo 1 no está dormida.
       01 WS-MAX-TRAMOS PIC 9(4) VALUE 4.
       01 WS-TABLA-TRAMOS.
           05 WS-TRAMO OCCURS 4.
               10 WS-TRAMO-DIAS PIC 9(4).
               10 WS-TRAMO-LIMITE PIC 9(8).
               10 WS-TRAMO-CUENTAS PIC 9(6).
               10 WS-TRAMO-ORDENES PIC 9(6).
               10 WS-TRAMO-EXCEPCIONES PIC 9(6).
               10 WS-TRAMO-SALDO PIC S9(13)V9(4).
       01 WS-IDX-TRAMO PIC 9(4) VALUE 0.
       01 WS-TRAMO-CUENTA PIC 9(4) VALUE 0.
       01 WS-DIAS-CONTADOS PIC 9(4) VALUE 0.

      * Cuentas que ya tienen una baja pendiente de aprobación.
       01 WS-MAX-PENDIENTES PIC 9(4) VALUE 2000.
       01 WS-PENDIENTES-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-PENDIENTES.
           05 WS-PENDIENTE-CUENTA OCCURS 2000 PIC X(8).
       01 WS-PENDIENTES-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-BAJA-PENDIENTE PIC X VALUE "N".
           88 BAJA-PENDIENTE VALUE "S".

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

       01 WS-PRIMERA-PASADA PIC X VALUE "N".
           88 PRIMERA-PASADA VALUE "S".
       01 WS-CUENTA-CON-VOLUMEN PIC X VALUE "N".
           88 CUENTA-CON-VOLUMEN VALUE "S".
       01 WS-MAX-CODIGOS PIC 9(4) VALUE 10.
       01 WS-RESULTADO PIC X(12) VALUE SPACES.

      * Totales de la corrida.
       01 WS-CUENTAS-LEIDAS PIC 9(6) VALUE 0.
       01 WS-CUENTAS-INACTIVAS PIC 9(6) VALUE 0.
       01 WS-CUENTAS-FECHA-INVALIDA PIC 9(6) VALUE 0.
       01 WS-CUENTAS-DORMIDAS PIC 9(6) VALUE 0.
       01 WS-ORDENES-ESCRITAS PIC 9(6) VALUE 0.
       01 WS-CUENTAS-EXCEPCION PIC 9(6) VALUE 0.
       01 WS-CUENTAS-YA-PENDIENTES PIC 9(6) VALUE 0.
       01 WS-SALDO-DORMIDO PIC S9(13)V9(4) VALUE 0.

       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEA-PENDIENTE PIC X(80) VALUE SPACES.

       01 RE-ENCABEZADO-1 PIC X(80) VALUE
           "CALCULADORA CORP. - CUENTAS SIN MOVIMIENTO".
       01 RE-ENCABEZADO-2.
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 RE2-FECHA PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-UMBRAL-LINEA.
           05 FILLER PIC X(8) VALUE "UMBRAL: ".
           05 REU-UMBRAL PIC ZZ9.
           05 FILLER PIC X(33) VALUE
               " DIAS HABILES  (ULTIMA ACTIVIDAD ".
           05 FILLER PIC X(10) VALUE "HASTA EL ".
           05 REU-FECHA PIC X(10).
           05 FILLER PIC X VALUE ")".
       01 RE-TRAMO-TITULO.
           05 FILLER PIC X(6) VALUE "TRAMO ".
           05 RTT-TRAMO PIC 9.
           05 FILLER PIC X(2) VALUE ": ".
           05 RTT-TEXTO PIC X(12).
           05 RTT-DESDE PIC ZZZ9.
           05 RTT-UNION PIC X(3).
           05 RTT-HASTA PIC ZZZZ.
           05 FILLER PIC X(14) VALUE " DIAS HABILES".
       01 RE-TITULO.
           05 FILLER PIC X(31) VALUE
               "CUENTA    ULT.ACTIV.           ".
           05 FILLER PIC X(29) VALUE
               " SALDO  ULT.FACT.   RESULTADO".
       01 RE-DETALLE.
           05 RED-CUENTA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-ULTIMA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-SALDO PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-FACTURA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RED-RESULTADO PIC X(12).
       01 RE-SUBTOTAL.
           05 FILLER PIC X(9) VALUE "CUENTAS: ".
           05 RES-CUENTAS PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  ORDENES: ".
           05 RES-ORDENES PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE "  EXCEPCIONES: ".
           05 RES-EXCEPCIONES PIC ZZZZZ9.
           05 FILLER PIC X(9) VALUE "  SALDO: ".
           05 RES-SALDO PIC -(11)9.99.
       01 RE-TOTAL-TITULO PIC X(80) VALUE "TOTAL DEL BARRIDO".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM LEER-PARAMETRO.
           PERFORM CARGAR-FERIADOS.
           PERFORM CALCULAR-TRAMOS.
           PERFORM CARGAR-PENDIENTES.
           PERFORM ABRIR-ARCHIVOS.
           IF CUENTAS-ABIERTO AND ORDENES-ABIERTO
               SET PRIMERA-PASADA TO TRUE
               PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > WS-MAX-TRAMOS
                   PERFORM BARRER-TRAMO
                   MOVE "N" TO WS-PRIMERA-PASADA
               END-PERFORM
               PERFORM ESCRIBIR-TOTALES
           END-IF.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM FIN-PROGRAMA.

      *    La antigüedad se cuenta hasta la fecha de negocio; sin el
      *    archivo de control no se sabe qué cuenta está dormida y no
      *    se propone ninguna baja.
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
                   "proceso; no se buscan cuentas sin movimiento"
               MOVE 8 TO WS-CODIGO-RETORNO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-TEXTO
               MOVE WS-FECHA-TEXTO TO WS-FECHA-NEGOCIO
           END-IF.

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
                       AND WS-VALOR-NUMERICO <= WS-UMBRAL-MAXIMO
                       MOVE WS-VALOR-NUMERICO TO WS-UMBRAL
                   ELSE
                       DISPLAY "Aviso! Umbral de inactividad fuera "
                           "de rango; se usan " WS-UMBRAL
                           " días hábiles"
                   END-IF
               ELSE
                   DISPLAY "Aviso! Umbral de inactividad no "
                       "numérico; se usan " WS-UMBRAL " días hábiles"
               END-IF
           END-IF.

           CARGAR-FERIADOS.
           OPEN INPUT ARCHIVO-FERIADOS.
           IF WS-ESTADO-FERIADOS NOT = "00"
               DISPLAY "Aviso! Sin calendario de feriados (estado "
                   WS-ESTADO-FERIADOS "); la antigüedad solo salta "
                   "los fines de semana"
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

      *    Se cuentan los días hábiles hacia atrás desde la fecha de
      *    negocio, una sola vez: la cuenta supera D días hábiles sin
      *    actividad cuando su última fecha es anterior al día hábil
      *    número D+1 hacia atrás, así que el límite de cada tramo
      *    es el día anterior a ese día hábil. Cada cuenta se
      *    clasifica después comparando fechas, sin volver a contar.
           CALCULAR-TRAMOS.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
           UNTIL WS-IDX-TRAMO > WS-MAX-TRAMOS
               COMPUTE WS-TRAMO-DIAS(WS-IDX-TRAMO) =
                   WS-UMBRAL * WS-IDX-TRAMO
               MOVE 0 TO WS-TRAMO-LIMITE(WS-IDX-TRAMO)
               MOVE 0 TO WS-TRAMO-CUENTAS(WS-IDX-TRAMO)
               MOVE 0 TO WS-TRAMO-ORDENES(WS-IDX-TRAMO)
               MOVE 0 TO WS-TRAMO-EXCEPCIONES(WS-IDX-TRAMO)
               MOVE 0 TO WS-TRAMO-SALDO(WS-IDX-TRAMO)
           END-PERFORM.
           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           MOVE 0 TO WS-DIAS-CONTADOS.
           MOVE 1 TO WS-IDX-TRAMO.
           PERFORM UNTIL WS-IDX-TRAMO > WS-MAX-TRAMOS
               OR WS-ENTERO-FECHA <= 1
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
               PERFORM EVALUAR-DIA-HABIL
               IF DIA-HABIL
                   ADD 1 TO WS-DIAS-CONTADOS
                   IF WS-DIAS-CONTADOS =
                       WS-TRAMO-DIAS(WS-IDX-TRAMO) + 1
                       COMPUTE WS-TRAMO-LIMITE(WS-IDX-TRAMO) =
                           FUNCTION DATE-OF-INTEGER(
                               WS-ENTERO-FECHA - 1)
                       ADD 1 TO WS-IDX-TRAMO
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-ENTERO-FECHA
           END-PERFORM.

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

           ABRIR-ARCHIVOS.
           IF WS-CODIGO-RETORNO = 0
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-ESTADO-CUENTAS = "00"
                   SET CUENTAS-ABIERTO TO TRUE
               ELSE
                   DISPLAY "Error! No se pudo abrir el maestro de "
                       "cuentas (estado " WS-ESTADO-CUENTAS ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
               OPEN OUTPUT ARCHIVO-ORDENES
               IF WS-ESTADO-ORDENES = "00"
                   SET ORDENES-ABIERTO TO TRUE
               ELSE
                   DISPLAY "Error! No se pudo abrir el archivo de "
                       "órdenes de baja (estado " WS-ESTADO-ORDENES ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "Error! No se pudo abrir el informe de cuentas "
                   "sin movimiento (estado " WS-ESTADO-REPORTE ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               MOVE WS-UMBRAL TO REU-UMBRAL
               MOVE WS-TRAMO-LIMITE(1) TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               MOVE WS-FECHA-FORMATO TO REU-FECHA
               MOVE RE-UMBRAL-LINEA TO REPORTE-LINEA
               PERFORM GRABAR-LINEA-REPORTE
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

      *    Una pasada por el maestro por tramo, para que el informe
      *    salga agrupado sin ordenar nada: cada pasada solo toma las
      *    cuentas de su tramo. Los contadores generales se llevan en
      *    la primera.
           BARRER-TRAMO.
           PERFORM ESCRIBIR-TITULO-TRAMO.
           MOVE LOW-VALUES TO CTA-CODIGO.
           MOVE "00" TO WS-ESTADO-CUENTAS.
           START ARCHIVO-CUENTAS KEY >= CTA-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-ESTADO-CUENTAS
           END-START.
           IF NOT FIN-CUENTAS
               PERFORM LEER-CUENTA-SIGUIENTE
               PERFORM UNTIL FIN-CUENTAS
                   PERFORM CLASIFICAR-CUENTA
                   IF WS-TRAMO-CUENTA = WS-IDX-TRAMO
                       PERFORM PROCESAR-CUENTA-DORMIDA
                   END-IF
                   PERFORM LEER-CUENTA-SIGUIENTE
               END-PERFORM
           END-IF.
           PERFORM ESCRIBIR-SUBTOTAL-TRAMO.

           LEER-CUENTA-SIGUIENTE.
           READ ARCHIVO-CUENTAS NEXT
               AT END CONTINUE
           END-READ.

      *    Tramo de la cuenta, o cero si no aplica: inactiva, con
      *    actividad reciente o con una fecha que no se puede leer.
           CLASIFICAR-CUENTA.
           MOVE 0 TO WS-TRAMO-CUENTA.
           IF PRIMERA-PASADA
               ADD 1 TO WS-CUENTAS-LEIDAS
           END-IF.
           EVALUATE TRUE
               WHEN CTA-INACTIVA
                   IF PRIMERA-PASADA
                       ADD 1 TO WS-CUENTAS-INACTIVAS
                   END-IF
               WHEN CTA-ULTIMA-FECHA IS NOT NUMERIC
                   IF PRIMERA-PASADA
                       ADD 1 TO WS-CUENTAS-FECHA-INVALIDA
                       DISPLAY "Aviso! Cuenta " CTA-CODIGO " con "
                           "fecha de última actividad ilegible; no "
                           "se evalúa"
                   END-IF
               WHEN CTA-ULTIMA-FECHA <= WS-TRAMO-LIMITE(1)
                   MOVE 1 TO WS-TRAMO-CUENTA
                   PERFORM UNTIL WS-TRAMO-CUENTA >= WS-MAX-TRAMOS
                       OR CTA-ULTIMA-FECHA >
                           WS-TRAMO-LIMITE(WS-TRAMO-CUENTA + 1)
                       ADD 1 TO WS-TRAMO-CUENTA
                   END-PERFORM
           END-EVALUATE.

      *    Saldo distinto de cero o volumen del periodo todavía sin
      *    facturar (el mismo criterio de FACTURAR): la cuenta sale
      *    como excepción para que la revise alguien antes de darla
      *    de baja. Si ya tiene una baja esperando visto bueno no se
      *    propone otra.
           PROCESAR-CUENTA-DORMIDA.
           ADD 1 TO WS-CUENTAS-DORMIDAS.
           ADD 1 TO WS-TRAMO-CUENTAS(WS-IDX-TRAMO).
           ADD CTA-SALDO TO WS-TRAMO-SALDO(WS-IDX-TRAMO).
           ADD CTA-SALDO TO WS-SALDO-DORMIDO.
           PERFORM EVALUAR-VOLUMEN-CUENTA.
           PERFORM BUSCAR-PENDIENTE.
           EVALUATE TRUE
               WHEN CTA-SALDO NOT = 0
                   MOVE "EXC SALDO" TO WS-RESULTADO
                   ADD 1 TO WS-CUENTAS-EXCEPCION
                   ADD 1 TO WS-TRAMO-EXCEPCIONES(WS-IDX-TRAMO)
               WHEN CUENTA-CON-VOLUMEN
                   MOVE "EXC VOLUMEN" TO WS-RESULTADO
                   ADD 1 TO WS-CUENTAS-EXCEPCION
                   ADD 1 TO WS-TRAMO-EXCEPCIONES(WS-IDX-TRAMO)
               WHEN BAJA-PENDIENTE
                   MOVE "YA PENDIENTE" TO WS-RESULTADO
                   ADD 1 TO WS-CUENTAS-YA-PENDIENTES
               WHEN OTHER
                   PERFORM ESCRIBIR-ORDEN-BAJA
           END-EVALUATE.
           PERFORM ESCRIBIR-DETALLE-REPORTE.

           EVALUAR-VOLUMEN-CUENTA.
           MOVE "N" TO WS-CUENTA-CON-VOLUMEN.
           IF CTA-OPERACIONES > 0
               SET CUENTA-CON-VOLUMEN TO TRUE
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MAX-CODIGOS
                   IF CTA-OPER-DET(WS-IDX) > 0
                       SET CUENTA-CON-VOLUMEN TO TRUE
                       MOVE WS-MAX-CODIGOS TO WS-IDX
                   END-IF
               END-PERFORM
           END-IF.

           BUSCAR-PENDIENTE.
           MOVE "N" TO WS-BAJA-PENDIENTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-PENDIENTES-USADOS
               IF WS-PENDIENTE-CUENTA(WS-IDX) = CTA-CODIGO
                   SET BAJA-PENDIENTE TO TRUE
                   MOVE WS-PENDIENTES-USADOS TO WS-IDX
               END-IF
           END-PERFORM.

           ESCRIBIR-ORDEN-BAJA.
           MOVE SPACES TO MNT-REGISTRO.
           MOVE "B" TO MNT-ACCION.
           MOVE CTA-CODIGO TO MNT-CUENTA.
           MOVE WS-OPERADOR-SISTEMA TO MNT-OPERADOR.
           WRITE MNT-REGISTRO.
           IF WS-ESTADO-ORDENES = "00"
               MOVE "ORDEN B" TO WS-RESULTADO
               ADD 1 TO WS-ORDENES-ESCRITAS
               ADD 1 TO WS-TRAMO-ORDENES(WS-IDX-TRAMO)
           ELSE
               DISPLAY "Error! No se pudo grabar la orden de baja de "
                   "la cuenta " CTA-CODIGO " (estado "
                   WS-ESTADO-ORDENES ")"
               MOVE "ERROR ORDEN" TO WS-RESULTADO
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

           ESCRIBIR-TITULO-TRAMO.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE WS-IDX-TRAMO TO RTT-TRAMO.
           IF WS-IDX-TRAMO < WS-MAX-TRAMOS
               MOVE "DE " TO RTT-TEXTO
               COMPUTE RTT-DESDE = WS-TRAMO-DIAS(WS-IDX-TRAMO) + 1
               MOVE " A " TO RTT-UNION
               MOVE WS-TRAMO-DIAS(WS-IDX-TRAMO + 1) TO RTT-HASTA
           ELSE
               MOVE "MAS DE " TO RTT-TEXTO
               MOVE WS-TRAMO-DIAS(WS-IDX-TRAMO) TO RTT-DESDE
               MOVE SPACES TO RTT-UNION
               MOVE 0 TO RTT-HASTA
           END-IF.
           MOVE RE-TRAMO-TITULO TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE RE-TITULO TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

           ESCRIBIR-DETALLE-REPORTE.
           MOVE SPACES TO RE-DETALLE.
           MOVE CTA-CODIGO TO RED-CUENTA.
           IF CTA-ULTIMA-FECHA = 0
               MOVE "SIN ACTIV." TO RED-ULTIMA
           ELSE
               MOVE CTA-ULTIMA-FECHA TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               MOVE WS-FECHA-FORMATO TO RED-ULTIMA
           END-IF.
           MOVE CTA-SALDO TO RED-SALDO.
           IF CTA-FECHA-FACTURA IS NOT NUMERIC
               OR CTA-FECHA-FACTURA = 0
               MOVE "SIN FACT." TO RED-FACTURA
           ELSE
               MOVE CTA-FECHA-FACTURA TO WS-FECHA-TEXTO
               PERFORM FORMATEAR-FECHA
               MOVE WS-FECHA-FORMATO TO RED-FACTURA
           END-IF.
           MOVE WS-RESULTADO TO RED-RESULTADO.
           MOVE RE-DETALLE TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

           ESCRIBIR-SUBTOTAL-TRAMO.
           MOVE WS-TRAMO-CUENTAS(WS-IDX-TRAMO) TO RES-CUENTAS.
           MOVE WS-TRAMO-ORDENES(WS-IDX-TRAMO) TO RES-ORDENES.
           MOVE WS-TRAMO-EXCEPCIONES(WS-IDX-TRAMO)
               TO RES-EXCEPCIONES.
           MOVE WS-TRAMO-SALDO(WS-IDX-TRAMO) TO RES-SALDO.
           MOVE RE-SUBTOTAL TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

           ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE RE-TOTAL-TITULO TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           MOVE WS-CUENTAS-DORMIDAS TO RES-CUENTAS.
           MOVE WS-ORDENES-ESCRITAS TO RES-ORDENES.
           MOVE WS-CUENTAS-EXCEPCION TO RES-EXCEPCIONES.
           MOVE WS-SALDO-DORMIDO TO RES-SALDO.
           MOVE RE-SUBTOTAL TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

           FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-FORMATO.
           STRING WS-FECHA-TEXTO(7:2) "/" WS-FECHA-TEXTO(5:2) "/"
               WS-FECHA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATO.

           MOSTRAR-RESUMEN.
           DISPLAY "===== Cuentas sin movimiento =====".
           DISPLAY "Fecha de proceso: " WS-FECHA-NEGOCIO.
           DISPLAY "Umbral (días hábiles): " WS-UMBRAL.
           DISPLAY "Cuentas leídas: " WS-CUENTAS-LEIDAS.
           DISPLAY "Cuentas ya inactivas: " WS-CUENTAS-INACTIVAS.
           DISPLAY "Cuentas sin movimiento: " WS-CUENTAS-DORMIDAS.
           DISPLAY "Órdenes de baja: " WS-ORDENES-ESCRITAS.
           DISPLAY "Excepciones: " WS-CUENTAS-EXCEPCION.
           DISPLAY "Con baja ya pendiente: "
               WS-CUENTAS-YA-PENDIENTES.

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
               MOVE "CTADORM" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-CUENTAS-LEIDAS TO COR-LEIDOS
               MOVE WS-ORDENES-ESCRITAS TO COR-ACEPTADOS
               MOVE WS-CUENTAS-EXCEPCION TO COR-RECHAZADOS
               MOVE 0 TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

      *    Excepciones o fechas ilegibles se señalan con RC=4 (las
      *    órdenes escritas siguen valiendo); un archivo que no abre,
      *    RC=8, y entonces DORMJOB no pasa las órdenes a CUENTMNT.
           FIN-PROGRAMA.
               IF (WS-CUENTAS-EXCEPCION > 0
                   OR WS-CUENTAS-FECHA-INVALIDA > 0)
                   AND WS-CODIGO-RETORNO = 0
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF CUENTAS-ABIERTO
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF ORDENES-ABIERTO
                   CLOSE ARCHIVO-ORDENES
               END-IF.
               IF WS-ESTADO-REPORTE = "00"
                   CLOSE ARCHIVO-REPORTE
               END-IF.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM CTADORM.
