      *            accumulated AUDITLOG into a dated archive and the
      *            recent window, with read/archive/keep count
      *            reconciliation before any replacement.
      * 2026-10-15 Read the FECHAPRC business date and append a run
      *            record (CORREG layout) with the final return code
      *            and key counts to the CORRIDAS run registry at
      *            termination.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT ARCHIVO-VENTANA ASSIGN TO AUDNUEVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VENTANA.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-VENTANA.
       01  VENTANA-REGISTRO PIC X(100).

       FD  ARCHIVO-FECHAPROC.
       01  FPR-REGISTRO.
           05 FPR-FECHA PIC 9(8).
           05 FPR-ESTADO PIC X.

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-AUDITORIA PIC X(2) VALUE SPACES.
           88 FIN-AUDITORIA VALUE "10".
       01 WS-ESTADO-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-ESTADO-VENTANA PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.

      * Retención en días por PARM (el procedimiento de arranque del
      * sitio la deja en CALC_PARM); vacío o inválido usa los 92 días
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM FIJAR-RETENCION.
           PERFORM CALCULAR-CORTE.
           PERFORM ABRIR-ARCHIVOS.
               MOVE 8 TO WS-CODIGO-RETORNO
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
               MOVE "AUDITARC" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-LEIDOS TO COR-LEIDOS
               MOVE WS-CONSERVADOS TO COR-ACEPTADOS
               MOVE WS-SIN-FECHA TO COR-RECHAZADOS
               MOVE WS-ARCHIVADOS TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM AUDITARC.
