      *            layout, written to its own AUDREPT report dataset.
      * 2026-08-23 Added the AMRT operation code to the statistics
      *            table alongside the original eight.
      * 2026-10-15 Read the FECHAPRC business date and append a run
      *            record (CORREG layout) with the final return code
      *            and key counts to the CORRIDAS run registry at
      *            termination.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT ARCHIVO-RESUMEN ASSIGN TO AUDREPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESUMEN.
           SELECT ARCHIVO-FECHAPROC ASSIGN TO FECHAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHAPROC.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-RESUMEN.
       01  RESUMEN-LINEA PIC X(80).

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
       01 WS-ESTADO-RESUMEN PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.

       01 WS-REGISTROS-LEIDOS PIC 9(7) VALUE 0.
       01 WS-REGISTROS-INVALIDOS PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-AUDITORIA.
           PERFORM LOCALIZAR-FECHAS.
               WS-FECHA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-FORMATO.

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
               MOVE "AUDITRPT" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-REGISTROS-LEIDOS TO COR-LEIDOS
               COMPUTE COR-ACEPTADOS =
                   WS-REGISTROS-LEIDOS - WS-REGISTROS-INVALIDOS
               MOVE WS-REGISTROS-INVALIDOS TO COR-RECHAZADOS
               MOVE 0 TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
               IF WS-REGISTROS-INVALIDOS > 0
                   DISPLAY "Aviso! " WS-REGISTROS-INVALIDOS
               DISPLAY "Registros de auditoría leídos: "
                   WS-REGISTROS-LEIDOS.
               CLOSE ARCHIVO-RESUMEN.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM AUDITRPT.
