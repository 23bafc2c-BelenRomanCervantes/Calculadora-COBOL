      ******************************************************************
      * Author:
      * Date:
      * Purpose: Histórico permanente de movimientos de cuentas. El
      *          diario de posteos de POSTJRN se reescribe en cada
      *          corrida de CALCULADORA y solo sirve para que CTABACK
      *          revierta una corrida caída; este paso, detrás de cada
      *          corrida que postea, copia el diario al histórico de
      *          movimientos (KSDS de MOVHIST, trazado de MOVREG) con
      *          clave de cuenta y fecha de negocio, de donde salen
      *          los estados de cuenta de ESTADCTA. Solo se copia un
      *          diario cerrado con su línea F: uno sin cierre es de
      *          una corrida caída que todavía tiene que pasar por
      *          BACKJOB. Los posteos que un reinicio dejó revertidos
      *          (anteriores a una línea R y por encima de su punto de
      *          control) no se copian. Cargar dos veces el mismo
      *          diario no duplica nada: la corrida forma parte de la
      *          clave y el segundo intento se cuenta como ya cargado.
      * Tectonics: cobc
      * Modification History:
      * 2026-10-15 Initial version: append of every closed POSTJRN
      *            journal to the MOVHIST movement history keyed by
      *            account and business date, with restart-aware
      *            filtering and posting count reconciliation.
      * 2026-10-15 Read the FECHAPRC business date and append a run
      *            record (CORREG layout) with the final return code
      *            and key counts to the CORRIDAS run registry at
      *            termination.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HISTMOV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
      * Igual que en CALCULADORA, los ASSIGN son externos para que los
      * DD del paso de JCL decidan los datasets reales.
       FILE-CONTROL.
           SELECT ARCHIVO-POSTJRN ASSIGN TO POSTJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-POSTJRN.
           SELECT ARCHIVO-MOVHIST ASSIGN TO MOVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS WS-ESTADO-MOVHIST.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ARCHIVO-POSTJRN.
       COPY JRNREG.

       FD  ARCHIVO-MOVHIST.
       COPY MOVREG.

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
       01 WS-ESTADO-MOVHIST PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.

       01 WS-MOVHIST-ABIERTO PIC X VALUE "N".
           88 MOVHIST-ABIERTO VALUE "S".
       01 WS-DIARIO-CERRADO PIC X VALUE "N".
           88 DIARIO-CERRADO VALUE "S".
      * La marca de tiempo de la línea de cierre identifica la
      * corrida dentro del día en la clave del histórico.
       01 WS-CORRIDA PIC X(14) VALUE SPACES.

      * Líneas R del diario (reinicios): posición de la línea y punto
      * de control desde el que se relanzó el lote. Un posteo anterior
      * a una de ellas con número mayor que su punto de control quedó
      * revertido por CTABACK y no llega al histórico.
       01 WS-MAX-REINICIOS PIC 9(4) VALUE 20.
       01 WS-REINICIOS-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-REINICIOS.
           05 WS-REINICIO OCCURS 20.
               10 WS-REI-LINEA PIC 9(7).
               10 WS-REI-PUNTO PIC 9(9).
       01 WS-REINICIOS-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-POSTEO-REVERTIDO PIC X VALUE "N".
           88 POSTEO-REVERTIDO VALUE "S".

       01 WS-NUM-LINEA PIC 9(7) VALUE 0.
       01 WS-LINEAS-LEIDAS PIC 9(7) VALUE 0.
       01 WS-POSTEOS-DIARIO PIC 9(7) VALUE 0.
       01 WS-CARGADOS PIC 9(7) VALUE 0.
       01 WS-YA-CARGADOS PIC 9(7) VALUE 0.
       01 WS-DESCARTADOS PIC 9(7) VALUE 0.
       01 WS-ERRORES PIC 9(7) VALUE 0.
       01 WS-TIPOS-DESCONOCIDOS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM REVISAR-DIARIO.
           IF WS-CODIGO-RETORNO = 0 AND DIARIO-CERRADO
               PERFORM ABRIR-MOVHIST
               IF MOVHIST-ABIERTO
                   PERFORM CARGAR-MOVIMIENTOS
                   CLOSE ARCHIVO-MOVHIST
                   MOVE "N" TO WS-MOVHIST-ABIERTO
                   PERFORM CONCILIAR-CARGA
               END-IF
           END-IF.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM FIN-PROGRAMA.

      *    Primera pasada: el diario se copia entero o nada, así que
      *    antes de tocar el histórico se comprueba que trae su línea
      *    de cierre y se anotan los reinicios que contiene.
           REVISAR-DIARIO.
           OPEN INPUT ARCHIVO-POSTJRN.
           IF WS-ESTADO-POSTJRN NOT = "00"
               DISPLAY "Error! No se pudo abrir el diario de posteos "
                   "(estado " WS-ESTADO-POSTJRN ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-DIARIO
               PERFORM UNTIL FIN-POSTJRN
                   ADD 1 TO WS-LINEAS-LEIDAS
                   EVALUATE JRN-TIPO
                       WHEN "F"
                           SET DIARIO-CERRADO TO TRUE
                           MOVE JRN-TIMESTAMP TO WS-CORRIDA
                       WHEN "R"
                           PERFORM ANOTAR-REINICIO
                       WHEN "A"
                       WHEN "M"
                           ADD 1 TO WS-POSTEOS-DIARIO
                       WHEN OTHER
                           ADD 1 TO WS-TIPOS-DESCONOCIDOS
                   END-EVALUATE
                   PERFORM LEER-DIARIO
               END-PERFORM
               CLOSE ARCHIVO-POSTJRN
               IF WS-LINEAS-LEIDAS = 0
                   DISPLAY "Aviso! El diario de posteos está vacío; "
                       "no hay nada que historizar"
                   MOVE 4 TO WS-CODIGO-RETORNO
               ELSE
                   IF NOT DIARIO-CERRADO
                       DISPLAY "Error! El diario no trae línea de "
                           "cierre: la corrida no terminó y se "
                           "revierte con BACKJOB, no se historiza"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
               IF WS-REINICIOS-SOBRANTES > 0
                   DISPLAY "Error! El diario trae más de "
                       WS-MAX-REINICIOS " reinicios; no se historiza"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

           LEER-DIARIO.
           READ ARCHIVO-POSTJRN
               AT END SET FIN-POSTJRN TO TRUE
           END-READ.

           ANOTAR-REINICIO.
           IF WS-REINICIOS-USADOS < WS-MAX-REINICIOS
               ADD 1 TO WS-REINICIOS-USADOS
               MOVE WS-LINEAS-LEIDAS
                   TO WS-REI-LINEA(WS-REINICIOS-USADOS)
               IF JRN-TRANSACCION IS NUMERIC
                   MOVE JRN-TRANSACCION
                       TO WS-REI-PUNTO(WS-REINICIOS-USADOS)
               ELSE
                   MOVE 0 TO WS-REI-PUNTO(WS-REINICIOS-USADOS)
               END-IF
           ELSE
               ADD 1 TO WS-REINICIOS-SOBRANTES
           END-IF.

      *    El histórico se crea vacío la primera vez que no existe
      *    (estado 35), igual que el maestro de cuentas en el lote.
           ABRIR-MOVHIST.
           OPEN I-O ARCHIVO-MOVHIST.
           IF WS-ESTADO-MOVHIST = "35"
               OPEN OUTPUT ARCHIVO-MOVHIST
               IF WS-ESTADO-MOVHIST = "00"
                   CLOSE ARCHIVO-MOVHIST
                   OPEN I-O ARCHIVO-MOVHIST
               END-IF
           END-IF.
           IF WS-ESTADO-MOVHIST = "00"
               SET MOVHIST-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el histórico de "
                   "movimientos (estado " WS-ESTADO-MOVHIST ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

      *    Segunda pasada: cada posteo vigente del diario pasa al
      *    histórico con la corrida de la línea de cierre.
           CARGAR-MOVIMIENTOS.
           MOVE 0 TO WS-NUM-LINEA.
           MOVE SPACES TO WS-ESTADO-POSTJRN.
           OPEN INPUT ARCHIVO-POSTJRN.
           IF WS-ESTADO-POSTJRN NOT = "00"
               DISPLAY "Error! No se pudo reabrir el diario de "
                   "posteos (estado " WS-ESTADO-POSTJRN ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LEER-DIARIO
               PERFORM UNTIL FIN-POSTJRN
                   ADD 1 TO WS-NUM-LINEA
                   IF JRN-TIPO = "A" OR JRN-TIPO = "M"
                       PERFORM CARGAR-UN-POSTEO
                   END-IF
                   PERFORM LEER-DIARIO
               END-PERFORM
               CLOSE ARCHIVO-POSTJRN
           END-IF.

           CARGAR-UN-POSTEO.
           PERFORM VERIFICAR-REVERTIDO.
           IF POSTEO-REVERTIDO
               ADD 1 TO WS-DESCARTADOS
           ELSE
               MOVE SPACES TO MOV-REGISTRO
               MOVE JRN-CUENTA TO MOV-CUENTA
               MOVE JRN-FECHA-NEGOCIO TO MOV-FECHA-NEGOCIO
               MOVE WS-CORRIDA TO MOV-CORRIDA
               MOVE JRN-TRANSACCION TO MOV-TRANSACCION
               MOVE JRN-TIPO TO MOV-TIPO
               MOVE JRN-OPERACION TO MOV-OPERACION
               MOVE JRN-DELTA TO MOV-DELTA
               MOVE JRN-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR
               MOVE JRN-SALDO-NUEVO TO MOV-SALDO-NUEVO
               MOVE JRN-TIMESTAMP TO MOV-TIMESTAMP
               WRITE MOV-REGISTRO
                   INVALID KEY
                       IF WS-ESTADO-MOVHIST = "22"
                           ADD 1 TO WS-YA-CARGADOS
                       ELSE
                           DISPLAY "Error! No se pudo grabar el "
                               "movimiento " MOV-TRANSACCION
                               " de la cuenta " MOV-CUENTA
                               " (estado " WS-ESTADO-MOVHIST ")"
                           ADD 1 TO WS-ERRORES
                           MOVE 8 TO WS-CODIGO-RETORNO
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE
           END-IF.

           VERIFICAR-REVERTIDO.
           MOVE "N" TO WS-POSTEO-REVERTIDO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-REINICIOS-USADOS OR POSTEO-REVERTIDO
               IF WS-REI-LINEA(WS-IDX) > WS-NUM-LINEA
                   AND JRN-TRANSACCION > WS-REI-PUNTO(WS-IDX)
                   SET POSTEO-REVERTIDO TO TRUE
               END-IF
           END-PERFORM.

      *    Cada posteo del diario tiene que haber quedado cargado, ya
      *    estar en el histórico de una carga anterior o haber sido
      *    descartado por revertido.
           CONCILIAR-CARGA.
           IF WS-POSTEOS-DIARIO NOT =
               WS-CARGADOS + WS-YA-CARGADOS + WS-DESCARTADOS
               + WS-ERRORES
               DISPLAY "Error! Descuadre de la carga del histórico: "
                   WS-POSTEOS-DIARIO " posteos en el diario"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           IF WS-CARGADOS = 0 AND WS-YA-CARGADOS > 0
               DISPLAY "Aviso! El diario de la corrida " WS-CORRIDA
                   " ya estaba historizado"
           END-IF.

           MOSTRAR-RESUMEN.
           DISPLAY "===== Histórico de movimientos =====".
           DISPLAY "Líneas del diario leídas: " WS-LINEAS-LEIDAS.
           DISPLAY "Posteos en el diario: " WS-POSTEOS-DIARIO.
           DISPLAY "Movimientos cargados: " WS-CARGADOS.
           IF WS-YA-CARGADOS > 0
               DISPLAY "Movimientos ya historizados: " WS-YA-CARGADOS
           END-IF.
           IF WS-DESCARTADOS > 0
               DISPLAY "Posteos revertidos descartados: "
                   WS-DESCARTADOS
           END-IF.
           IF WS-TIPOS-DESCONOCIDOS > 0
               DISPLAY "Aviso! " WS-TIPOS-DESCONOCIDOS " líneas del "
                   "diario con tipo no reconocido; se ignoran"
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
               MOVE "HISTMOV" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-POSTEOS-DIARIO TO COR-LEIDOS
               COMPUTE COR-ACEPTADOS = WS-CARGADOS + WS-YA-CARGADOS
               MOVE WS-ERRORES TO COR-RECHAZADOS
               MOVE WS-CARGADOS TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM HISTMOV.
