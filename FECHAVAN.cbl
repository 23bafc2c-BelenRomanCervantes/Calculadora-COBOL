      *          hábil saltando fines de semana y los feriados del
      *          calendario de FERIADOS, y la reabre (estado A). Una
      *          fecha sin cerrar no se avanza: un CALCJOB caído no se
      *          puede saltar en silencio. Tampoco se avanza una fecha
      *          cuyo maestro de cuentas no pasó la prueba de cuadre de
      *          CUADRCTA (archivo de control de CUADCTL).
      * Tectonics: cobc
      * Modification History:
      * 2026-09-02 Initial version: scheduler-driven business date
      *            advance over FECHAPRC with weekend skip and a
      *            maintained holiday calendar file, refusing to roll
      *            an unclosed date.
      * 2026-10-15 Refuse to advance unless the CUADRCTA balancing
      *            proof for the current date is on CUADCTL and in
      *            balance.
      * 2026-10-15 Append a run record (CORREG layout) with the final
      *            return code and key counts to the CORRIDAS run
      *            registry at termination.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT ARCHIVO-FERIADOS ASSIGN TO FERIADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FERIADOS.
           SELECT ARCHIVO-CUADRE ASSIGN TO CUADCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CUADRE.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       01  FER-REGISTRO.
           05 FER-FECHA PIC 9(8).

      * Resultado de la prueba de cuadre del maestro que deja CUADRCTA:
      * fecha de negocio probada, estado (C = cuadra, D = descuadre) y
      * marca de tiempo de la prueba.
       FD  ARCHIVO-CUADRE.
       01  CC-REGISTRO.
           05 CC-FECHA PIC 9(8).
           05 CC-ESTADO PIC X.
               88 CC-CUADRA VALUE "C".
           05 CC-TIMESTAMP PIC X(14).

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FERIADOS PIC X(2) VALUE SPACES.
           88 FIN-FERIADOS VALUE "10".
       01 WS-ESTADO-CUADRE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.

       01 WS-FECHA-VIGENTE PIC 9(8) VALUE 0.
       01 WS-ESTADO-VIGENTE PIC X VALUE SPACE.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-VIGENTE.
           IF WS-CODIGO-RETORNO = 0
               PERFORM VERIFICAR-FECHA-CERRADA
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM VERIFICAR-PRUEBA-CUADRE
           END-IF.
           IF WS-CODIGO-RETORNO = 0
               PERFORM CARGAR-FERIADOS
               PERFORM BUSCAR-DIA-HABIL
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

      *    Cerrar la fecha no basta: el maestro de cuentas tiene que
      *    haber pasado la prueba de cuadre de esa misma fecha. Una
      *    prueba que falta, que es de otro día o que dio descuadre
      *    detiene el avance igual que una fecha sin cerrar.
           VERIFICAR-PRUEBA-CUADRE.
           OPEN INPUT ARCHIVO-CUADRE.
           IF WS-ESTADO-CUADRE NOT = "00"
               DISPLAY "Error! Sin resultado de la prueba de cuadre "
                   "del maestro (estado " WS-ESTADO-CUADRE "); no se "
                   "avanza"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               READ ARCHIVO-CUADRE
                   AT END CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-ESTADO-CUADRE NOT = "00"
                       OR CC-FECHA IS NOT NUMERIC
                       DISPLAY "Error! El resultado de la prueba de "
                           "cuadre no se puede leer; no se avanza"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   WHEN CC-FECHA NOT = WS-FECHA-VIGENTE
                       MOVE CC-FECHA TO WS-FECHA-TEXTO
                       PERFORM FORMATEAR-FECHA
                       DISPLAY "Error! La última prueba de cuadre es "
                           "del " WS-FECHA-FORMATO ", no de la fecha "
                           "vigente; no se avanza"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   WHEN NOT CC-CUADRA
                       DISPLAY "Error! El maestro de cuentas no cuadra "
                           "(prueba del " CC-TIMESTAMP "); no se "
                           "avanza"
                       MOVE 8 TO WS-CODIGO-RETORNO
               END-EVALUATE
               CLOSE ARCHIVO-CUADRE
           END-IF.

           CARGAR-FERIADOS.
           OPEN INPUT ARCHIVO-FERIADOS.
           IF WS-ESTADO-FERIADOS NOT = "00"
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
               MOVE "FECHAVAN" TO COR-PROGRAMA
               MOVE WS-FECHA-VIGENTE TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE 0 TO COR-LEIDOS
               MOVE 0 TO COR-ACEPTADOS
               MOVE 0 TO COR-RECHAZADOS
               MOVE 0 TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM FECHAVAN.
