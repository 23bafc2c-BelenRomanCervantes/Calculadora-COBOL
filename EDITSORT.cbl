      *          registros aceptados, y escribe un informe de edición
      *          con lo corregido, lo avisado y lo rechazado. El
      *          PASO020 del CALCJOB nocturno consume la salida
      *          ordenada en vez del archivo crudo. Con el archivo
      *          de cortes RANGOS montado parte además la salida por
      *          rango de cuentas para el lote particionado.
      * Tectonics: cobc
      * Modification History:
      * 2026-09-02 Initial version: field-by-field edit, per-source
      *            sequence numbering and trailer regeneration over
      *            the concatenated TRANSACC input, with its own edit
      *            report dataset.
      * 2026-10-15 Append a run record (CORREG layout) with the final
      *            return code and key counts to the CORRIDAS run
      *            registry at termination.
      * 2026-10-15 Transaction record grows to 32 columns with the
      *            trailing currency code: edit normalizes it to upper
      *            case (MONNORM correction) and rejects anything but
      *            blank or three letters with MONINVAL.
      * 2026-10-15 Optional account-range partitioning: with the cut
      *            points of RANGOS mounted the sorted output is also
      *            split into up to four partition files (TRANSP1 to
      *            TRANSP4), each carrying every written source with
      *            its header and a trailer of its own, chained units
      *            never split; the per-partition control totals go
      *            to TOTPART (PRTREG layout) for the FUSIONAR merge.
      * 2026-10-15 Append one line per source (ENVREG layout) to the
      *            ENVIOS submission log with its header and the
      *            received, accepted, rejected and corrected counts,
      *            for the monthly departmental quality report.
      * 2026-10-15 Partitioned output: a chained unit whose links post
      *            to accounts of different partitions is rejected
      *            whole with CADPART before anything is written, so
      *            every partition only touches its own account range;
      *            the rejected details go to TOTPART under the
      *            partition of the first link.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT ARCHIVO-REPORTE ASSIGN TO EDITRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
      * Lote particionado: los cortes de RANGOS parten la salida por
      * rango de cuentas en TRANSP1 a TRANSP4 y los totales de control
      * de cada partición van a TOTPART. Sin el DD RANGOS la salida es
      * solo la de TRANSORT, como siempre.
           SELECT ARCHIVO-RANGOS ASSIGN TO RANGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT ARCHIVO-PARTICION-1 ASSIGN TO TRANSP1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARTICION.
           SELECT ARCHIVO-PARTICION-2 ASSIGN TO TRANSP2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARTICION.
           SELECT ARCHIVO-PARTICION-3 ASSIGN TO TRANSP3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARTICION.
           SELECT ARCHIVO-PARTICION-4 ASSIGN TO TRANSP4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARTICION.
           SELECT ARCHIVO-TOTPART ASSIGN TO TOTPART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TOTPART.
      * Registro acumulado de envíos por fuente, que se extiende en
      * cada corrida para el informe mensual de calidad.
           SELECT ARCHIVO-ENVIOS ASSIGN TO ENVIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENVIOS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       COPY TRNREG.

      * Salida ordenada: la transacción en su trazado de siempre más
      * una cola de secuencia por fuente, fuera de las 32 columnas
      * que CALCULADORA lee, para poder reconstruir el orden de
      * salida si algo se discute después.
       FD  ARCHIVO-SALIDA.
       01  SAL-REGISTRO.
           05 SAL-TRANSACCION PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 SAL-SECUENCIA PIC 9(6).

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA PIC X(80).

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

      * Cortes del lote particionado: uno por línea, en orden
      * ascendente, con la cuenta más alta de cada partición salvo
      * la última, que se queda con todo lo que queda por encima.
       FD  ARCHIVO-RANGOS.
       01  RNG-REGISTRO.
           05 RNG-HASTA PIC X(8).

      * Particiones: el mismo registro que TRANSORT.
       FD  ARCHIVO-PARTICION-1.
       01  PA1-REGISTRO PIC X(39).
       FD  ARCHIVO-PARTICION-2.
       01  PA2-REGISTRO PIC X(39).
       FD  ARCHIVO-PARTICION-3.
       01  PA3-REGISTRO PIC X(39).
       FD  ARCHIVO-PARTICION-4.
       01  PA4-REGISTRO PIC X(39).

      * Totales de control por fuente y partición (trazado de PRTREG,
      * compartido con CALCULADORA y FUSIONAR).
       FD  ARCHIVO-TOTPART.
       COPY PRTREG.

      * Envíos por fuente (trazado de ENVREG, compartido con
      * CALIDEPT).
       FD  ARCHIVO-ENVIOS.
       COPY ENVREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-TRANSACCIONES PIC X(2) VALUE SPACES.
           88 FIN-TRANSACCIONES VALUE "10".
       01 WS-ESTADO-FECHAPROC PIC X(2) VALUE SPACES.
       01 WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.

       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-ACTUAL PIC X(21).
           05 WS-TRB-ENCADENA PIC X.
           05 WS-TRB-DECIMALES PIC X.
           05 WS-TRB-PERIODOS PIC X(3).
           05 WS-TRB-MONEDA PIC X(3).
       01 WS-TRB-NUMEROS REDEFINES WS-REGISTRO-TRABAJO.
           05 FILLER PIC X(4).
           05 WS-TRB-NUMERO1-N PIC S9999V99.
           05 WS-TRB-NUMERO2-N PIC S9999V99.
           05 FILLER PIC X(16).
       01 WS-OPERACION-NORMAL PIC X(4) VALUE SPACES.
       01 WS-MONEDA-NORMAL PIC X(3) VALUE SPACES.

      * Códigos de operación que el lote despacha; OTRA no es un
      * código de entrada válido (es el cajón de AUDITRPT) y AMOR se
       01 WS-MAX-DETALLES PIC 9(4) VALUE 5000.
       01 WS-DETALLES-USADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-DETALLES.
           05 WS-DET-REGISTRO OCCURS 5000 PIC X(32).
       01 WS-MAX-UNIDADES PIC 9(4) VALUE 5000.
       01 WS-UNIDADES-USADAS PIC 9(4) VALUE 0.
       01 WS-TABLA-UNIDADES.
           88 FUENTE-ABIERTA VALUE "S".
       01 WS-FUENTE-CON-CABECERA PIC X VALUE "N".
           88 FUENTE-CON-CABECERA VALUE "S".
       01 WS-CABECERA-GUARDADA PIC X(32) VALUE SPACES.
       01 WS-CABECERA-CAMPOS REDEFINES WS-CABECERA-GUARDADA.
           05 FILLER PIC X(4).
           05 WS-CAB-DEPARTAMENTO PIC X(4).
           05 WS-CAB-FECHA-CREACION PIC X(8).
           05 WS-CAB-LOTE-ID PIC X(12).
           05 FILLER PIC X(4).
       01 WS-FUENTE-LEIDOS PIC 9(6) VALUE 0.
       01 WS-FUENTE-ACEPTADOS PIC 9(6) VALUE 0.
       01 WS-FUENTE-RECHAZADOS PIC 9(6) VALUE 0.
           05 FILLER PIC X(4) VALUE "TRLR".
           05 WS-TRS-CONTADOR PIC 9(6).
           05 WS-TRS-TOTAL PIC S9(9)V99.
           05 FILLER PIC X(11) VALUE SPACES.

      * Lote particionado: cortes leídos de RANGOS y, por partición,
      * los detalles y el total de control de la fuente en curso y
      * de toda la corrida. Cero particiones = salida sin partir. Las
      * fuentes se numeran entre las escritas (una fuente desbordada
      * no llega al lote y no cuenta), que es como las numera
      * CALCULADORA al leer cada partición.
       01 WS-MAX-PARTICIONES PIC 9(2) VALUE 4.
       01 WS-PARTICIONES PIC 9(2) VALUE 0.
       01 WS-ESTADO-RANGOS PIC X(2) VALUE SPACES.
           88 FIN-RANGOS VALUE "10".
       01 WS-ESTADO-PARTICION PIC X(2) VALUE SPACES.
       01 WS-ESTADO-TOTPART PIC X(2) VALUE SPACES.
       01 WS-ESTADO-ENVIOS PIC X(2) VALUE SPACES.
       01 WS-ENVIOS-ABIERTO PIC X VALUE "N".
           88 ENVIOS-ABIERTO VALUE "S".
       01 WS-IDX-PAR PIC 9(2) VALUE 0.
       01 WS-FUENTES-ESCRITAS PIC 9(4) VALUE 0.
       01 WS-TABLA-PARTICIONES.
           05 WS-PARTICION OCCURS 4.
               10 WS-PAR-HASTA PIC X(8).
               10 WS-PAR-CONTADOR PIC 9(6).
               10 WS-PAR-TOTAL PIC S9(9)V99.
               10 WS-PAR-REGISTROS PIC 9(7).
               10 WS-PAR-IMPORTE PIC S9(11)V99.
               10 WS-PAR-RECHAZADOS PIC 9(6).
               10 WS-PAR-RECH-CORRIDA PIC 9(7).
      * Revisión de una cadena contra los cortes: cada eslabón se
      * postea en su propia cuenta, así que todos tienen que caer en
      * la partición del primero.
       01 WS-CUENTA-UBICAR PIC X(8) VALUE SPACES.
       01 WS-PAR-PRIMER-ESLABON PIC 9(2) VALUE 0.
       01 WS-CADENA-REPARTIDA PIC X VALUE "N".
           88 CADENA-REPARTIDA VALUE "S".
      * Detalle que va a la partición, con los operandos numéricos
      * para su total de control y la cuenta que decide la partición.
       01 WS-REGISTRO-PARTICION.
           05 FILLER PIC X(4).
           05 WS-RPA-NUMERO1 PIC S9999V99.
           05 WS-RPA-NUMERO2 PIC S9999V99.
           05 WS-RPA-CUENTA PIC X(8).
           05 FILLER PIC X(8).

      * Totales de la corrida.
       01 WS-TOTAL-LEIDOS PIC 9(7) VALUE 0.
           05 REFU-NUMERO PIC ZZZ9.
       01 RE-RECHAZO-LINEA.
           05 FILLER PIC X(11) VALUE "RECHAZADO: ".
           05 RER-REGISTRO PIC X(32).
           05 FILLER PIC X(9) VALUE "  MOTIVO ".
           05 RER-MOTIVO PIC X(8).
       01 RE-AVISO-LINEA.
           05 FILLER PIC X(11) VALUE "AVISO:     ".
           05 REA-REGISTRO PIC X(32).
           05 FILLER PIC X(9) VALUE "  MOTIVO ".
           05 REA-MOTIVO PIC X(8).
       01 RE-CORREGIDO-LINEA.
           05 FILLER PIC X(11) VALUE "CORREGIDO: ".
           05 REC-REGISTRO PIC X(32).
           05 FILLER PIC X(9) VALUE "  MOTIVO ".
           05 REC-MOTIVO PIC X(8).
       01 RE-RESUMEN-FUENTE.
           05 RET-ACEPTADOS PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE "  RECHAZADOS: ".
           05 RET-RECHAZADOS PIC ZZZZZZ9.
       01 RE-PARTICION-LINEA.
           05 FILLER PIC X(10) VALUE "PARTICION ".
           05 REPA-NUMERO PIC Z9.
           05 FILLER PIC X(8) VALUE "  HASTA ".
           05 REPA-HASTA PIC X(8).
           05 FILLER PIC X(13) VALUE "  REGISTROS: ".
           05 REPA-REGISTROS PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
           05 REPA-TOTAL PIC -(11)9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM ABRIR-ARCHIVOS.
           IF WS-CODIGO-RETORNO = 0
               PERFORM ABRIR-ENVIOS
               PERFORM PROCESAR-ENTRADA
               PERFORM ESCRIBIR-TOTALES
               PERFORM CERRAR-ARCHIVOS
                   "(estado " WS-ESTADO-SALIDA ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
           PERFORM CARGAR-RANGOS.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "Error! No se pudo abrir el informe de "
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

      *    Sin el registro de envíos la edición sigue igual (es
      *    solo estadística): se avisa y las fuentes de la corrida
      *    no cuentan en el informe mensual de calidad.
           ABRIR-ENVIOS.
           OPEN EXTEND ARCHIVO-ENVIOS.
           IF WS-ESTADO-ENVIOS NOT = "00"
               OPEN OUTPUT ARCHIVO-ENVIOS
           END-IF.
           IF WS-ESTADO-ENVIOS = "00"
               SET ENVIOS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Aviso! No se pudo abrir el registro de envíos "
                   "(estado " WS-ESTADO-ENVIOS "); las fuentes de esta "
                   "corrida no cuentan en el informe de calidad"
           END-IF.

      *    Los cortes de RANGOS van uno por línea en orden
      *    ascendente: la partición n lleva las cuentas mayores que
      *    el corte n-1 y hasta el corte n, y la última todo lo que
      *    queda por encima. Sin el DD no se parte nada; unos cortes
      *    mal formados o una partición que no abre son RC=8 y no
      *    sale nada a medias.
           CARGAR-RANGOS.
           INITIALIZE WS-TABLA-PARTICIONES.
           OPEN INPUT ARCHIVO-RANGOS.
           IF WS-ESTADO-RANGOS = "00"
               PERFORM LEER-RANGO
               PERFORM UNTIL FIN-RANGOS
                   IF RNG-HASTA NOT = SPACES
                       PERFORM ANOTAR-RANGO
                   END-IF
                   PERFORM LEER-RANGO
               END-PERFORM
               CLOSE ARCHIVO-RANGOS
               IF WS-PARTICIONES = 0
                   DISPLAY "Aviso! RANGOS no trae cortes; la salida "
                       "no se parte"
               ELSE
                   ADD 1 TO WS-PARTICIONES
                   MOVE SPACES TO WS-PAR-HASTA(WS-PARTICIONES)
                   PERFORM ABRIR-PARTICIONES
               END-IF
           ELSE
           IF WS-ESTADO-RANGOS NOT = "35"
               DISPLAY "Error! No se pudo abrir el archivo de cortes "
                   "RANGOS (estado " WS-ESTADO-RANGOS ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF
           END-IF.

           LEER-RANGO.
           READ ARCHIVO-RANGOS
               AT END SET FIN-RANGOS TO TRUE
           END-READ.

           ANOTAR-RANGO.
           IF WS-PARTICIONES >= WS-MAX-PARTICIONES - 1
               DISPLAY "Error! RANGOS trae más de "
                   WS-MAX-PARTICIONES " particiones; sobra el corte "
                   RNG-HASTA
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
           IF WS-PARTICIONES > 0
               AND RNG-HASTA NOT > WS-PAR-HASTA(WS-PARTICIONES)
               DISPLAY "Error! Los cortes de RANGOS no van en orden "
                   "ascendente: " RNG-HASTA " tras "
                   WS-PAR-HASTA(WS-PARTICIONES)
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               ADD 1 TO WS-PARTICIONES
               MOVE RNG-HASTA TO WS-PAR-HASTA(WS-PARTICIONES)
           END-IF
           END-IF.

           ABRIR-PARTICIONES.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-PARTICIONES
               EVALUATE WS-IDX-PAR
                   WHEN 1 OPEN OUTPUT ARCHIVO-PARTICION-1
                   WHEN 2 OPEN OUTPUT ARCHIVO-PARTICION-2
                   WHEN 3 OPEN OUTPUT ARCHIVO-PARTICION-3
                   WHEN 4 OPEN OUTPUT ARCHIVO-PARTICION-4
               END-EVALUATE
               IF WS-ESTADO-PARTICION NOT = "00"
                   DISPLAY "Error! No se pudo abrir la partición "
                       WS-IDX-PAR " (estado " WS-ESTADO-PARTICION ")"
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-PERFORM.
           OPEN OUTPUT ARCHIVO-TOTPART.
           IF WS-ESTADO-TOTPART NOT = "00"
               DISPLAY "Error! No se pudo abrir el control de "
                   "particiones TOTPART (estado " WS-ESTADO-TOTPART
                   ")"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

      *    Encabezado numerado, reimpreso al llenarse cada página,
      *    con el corte de página de los demás reportes de la casa:
      *    toda línea del informe sale por GRABAR-LINEA-REPORTE.
               PERFORM GRABAR-LINEA-REPORTE
               MOVE WS-OPERACION-NORMAL TO WS-TRB-OPERACION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-TRB-MONEDA)
               TO WS-MONEDA-NORMAL.
           IF WS-MONEDA-NORMAL NOT = WS-TRB-MONEDA
               ADD 1 TO WS-FUENTE-CORREGIDOS
               ADD 1 TO WS-TOTAL-CORREGIDOS
               MOVE TRANS-REGISTRO TO REC-REGISTRO
               MOVE "MONNORM" TO REC-MOTIVO
               MOVE RE-CORREGIDO-LINEA TO REPORTE-LINEA
               PERFORM GRABAR-LINEA-REPORTE
               MOVE WS-MONEDA-NORMAL TO WS-TRB-MONEDA
           END-IF.
           PERFORM BUSCAR-CODIGO.
           IF NOT CODIGO-RECONOCIDO
               MOVE "OPINVAL" TO WS-MOTIVO
               AND WS-TRB-PERIODOS IS NOT NUMERIC
               MOVE "AMRTDAT" TO WS-MOTIVO
           ELSE
      *    Moneda: espacios (la de la casa) o tres letras; que haya
      *    tipo de cambio del día lo decide el lote, no la edición.
           IF WS-TRB-MONEDA NOT = SPACES
               AND (WS-TRB-MONEDA IS NOT ALPHABETIC-UPPER
                   OR WS-TRB-MONEDA(1:1) = SPACE
                   OR WS-TRB-MONEDA(2:1) = SPACE
                   OR WS-TRB-MONEDA(3:1) = SPACE)
               MOVE "MONINVAL" TO WS-MOTIVO
           ELSE
      *    El eslabón cuyo anterior acaba de rechazarse quedaría
      *    encadenado al resultado equivocado: se rechaza con él y
      *    el emisor corrige el par completo.
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           BUSCAR-CODIGO.
               ADD 1 TO WS-UNI-REGISTROS(WS-UNIDADES-USADAS)
               IF WS-TRB-CUENTA NOT =
                   WS-UNI-CUENTA(WS-UNIDADES-USADAS)
      *            Cadena que cambia de cuenta a mitad: el lote
      *            postea cada eslabón en su propia cuenta, pero la
      *            unidad se ordena entera por la cuenta del primero
      *            para que cada eslabón siga tomando el resultado del
      *            anterior; queda avisada. En el lote particionado
      *            se rechaza entera al cerrar la fuente (CADPART) si
      *            sus cuentas caen en particiones distintas.
                   PERFORM ESCRIBIR-AVISO-ENCADENADO
                   MOVE "CADCTA" TO REA-MOTIVO
                   MOVE RE-AVISO-LINEA TO REPORTE-LINEA
               MOVE RE-AVISO-LINEA TO REPORTE-LINEA
               PERFORM GRABAR-LINEA-REPORTE
           END-IF.
           IF WS-PARTICIONES > 0 AND NOT TABLA-DESBORDADA
               PERFORM REVISAR-CADENAS
           END-IF.
           IF TABLA-DESBORDADA
               MOVE "FUENTE NO ESCRITA POR DESBORDE"
                   TO REA-REGISTRO
               PERFORM ESCRIBIR-TRAILER-SALIDA
           END-IF.
           PERFORM ESCRIBIR-RESUMEN-FUENTE.
           IF ENVIOS-ABIERTO
               PERFORM GRABAR-ENVIO
           END-IF.
           PERFORM REINICIAR-FUENTE.

      *    Lote particionado: una cadena cuyos eslabones caen en
      *    particiones distintas haría que una partición posteara
      *    cuentas del rango de otra, que corre a la vez sobre el
      *    mismo maestro. Se rechaza entera con CADPART antes de
      *    escribir nada de la fuente, se descuenta de lo aceptado
      *    (el trailer regenerado y ENVIOS ya salen sin ella) y el
      *    emisor la reparte en cadenas de una sola partición.
           REVISAR-CADENAS.
           PERFORM REVISAR-CADENA-UNIDAD
               VARYING WS-IDX-UNI FROM 1 BY 1
               UNTIL WS-IDX-UNI > WS-UNIDADES-USADAS.

           REVISAR-CADENA-UNIDAD.
           IF WS-UNI-REGISTROS(WS-IDX-UNI) > 1
               MOVE WS-UNI-CUENTA(WS-IDX-UNI) TO WS-CUENTA-UBICAR
               PERFORM UBICAR-CUENTA
               MOVE WS-IDX-PAR TO WS-PAR-PRIMER-ESLABON
               MOVE "N" TO WS-CADENA-REPARTIDA
               PERFORM VARYING WS-IDX-DET
                   FROM WS-UNI-INICIO(WS-IDX-UNI) BY 1
                   UNTIL WS-IDX-DET >= WS-UNI-INICIO(WS-IDX-UNI)
                       + WS-UNI-REGISTROS(WS-IDX-UNI)
                   MOVE WS-DET-REGISTRO(WS-IDX-DET)
                       TO WS-REGISTRO-PARTICION
                   MOVE WS-RPA-CUENTA TO WS-CUENTA-UBICAR
                   PERFORM UBICAR-CUENTA
                   IF WS-IDX-PAR NOT = WS-PAR-PRIMER-ESLABON
                       SET CADENA-REPARTIDA TO TRUE
                   END-IF
               END-PERFORM
               IF CADENA-REPARTIDA
                   PERFORM RECHAZAR-CADENA
               END-IF
           END-IF.

      *    La unidad queda marcada R para que la ordenación no la
      *    emita; sus detalles cuentan en TOTPART bajo la partición
      *    del primer eslabón.
           RECHAZAR-CADENA.
           MOVE "R" TO WS-UNI-USADA(WS-IDX-UNI).
           ADD WS-UNI-REGISTROS(WS-IDX-UNI)
               TO WS-PAR-RECHAZADOS(WS-PAR-PRIMER-ESLABON).
           PERFORM RECHAZAR-ESLABON
               VARYING WS-IDX-DET FROM WS-UNI-INICIO(WS-IDX-UNI) BY 1
               UNTIL WS-IDX-DET >= WS-UNI-INICIO(WS-IDX-UNI)
                   + WS-UNI-REGISTROS(WS-IDX-UNI).

           RECHAZAR-ESLABON.
           MOVE WS-DET-REGISTRO(WS-IDX-DET) TO WS-REGISTRO-PARTICION.
           SUBTRACT 1 FROM WS-FUENTE-ACEPTADOS.
           SUBTRACT 1 FROM WS-TOTAL-ACEPTADOS.
           ADD 1 TO WS-FUENTE-RECHAZADOS.
           ADD 1 TO WS-TOTAL-RECHAZADOS.
           SUBTRACT WS-RPA-NUMERO1 FROM WS-FUENTE-TOTAL.
           SUBTRACT WS-RPA-NUMERO2 FROM WS-FUENTE-TOTAL.
           MOVE WS-DET-REGISTRO(WS-IDX-DET) TO RER-REGISTRO.
           MOVE "CADPART" TO RER-MOTIVO.
           MOVE RE-RECHAZO-LINEA TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

      *    Ordenación estable entre unidades: para cada posición de
      *    salida se busca, entre las unidades aún no emitidas, la
      *    de cuenta menor; a igual cuenta gana la primera en orden
               PERFORM ESCRIBIR-UNIDAD
           END-IF.

      *    La unidad entera va a la partición de su cuenta (la del
      *    primer eslabón). Las cadenas que llegan aquí tienen todos
      *    sus eslabones en esa partición (REVISAR-CADENAS rechazó
      *    las demás), así que ninguna partición postea fuera de su
      *    rango.
           ESCRIBIR-UNIDAD.
           IF WS-PARTICIONES > 0
               PERFORM UBICAR-UNIDAD
           END-IF.
           PERFORM VARYING WS-IDX-DET
               FROM WS-UNI-INICIO(WS-IDX-MENOR) BY 1
               UNTIL WS-IDX-DET >= WS-UNI-INICIO(WS-IDX-MENOR)
               MOVE WS-DET-REGISTRO(WS-IDX-DET) TO SAL-TRANSACCION
               MOVE WS-SECUENCIA TO SAL-SECUENCIA
               WRITE SAL-REGISTRO
               IF WS-PARTICIONES > 0
                   PERFORM ANOTAR-EN-PARTICION
               END-IF
           END-PERFORM.

           UBICAR-UNIDAD.
           MOVE WS-UNI-CUENTA(WS-IDX-MENOR) TO WS-CUENTA-UBICAR.
           PERFORM UBICAR-CUENTA.

      *    Partición de WS-CUENTA-UBICAR en WS-IDX-PAR: la primera
      *    cuyo corte no queda por debajo de la cuenta; la última no
      *    tiene tope.
           UBICAR-CUENTA.
           MOVE 1 TO WS-IDX-PAR.
           PERFORM UNTIL WS-IDX-PAR >= WS-PARTICIONES
               OR WS-CUENTA-UBICAR NOT > WS-PAR-HASTA(WS-IDX-PAR)
               ADD 1 TO WS-IDX-PAR
           END-PERFORM.

      *    El detalle sale a su partición con la misma secuencia que
      *    en TRANSORT y suma al trailer de la partición.
           ANOTAR-EN-PARTICION.
           MOVE WS-DET-REGISTRO(WS-IDX-DET) TO WS-REGISTRO-PARTICION.
           ADD 1 TO WS-PAR-CONTADOR(WS-IDX-PAR).
           ADD WS-RPA-NUMERO1 TO WS-PAR-TOTAL(WS-IDX-PAR).
           ADD WS-RPA-NUMERO2 TO WS-PAR-TOTAL(WS-IDX-PAR).
           PERFORM GRABAR-EN-PARTICION.

      *    Escribe SAL-REGISTRO en la partición de WS-IDX-PAR.
           GRABAR-EN-PARTICION.
           EVALUATE WS-IDX-PAR
               WHEN 1 WRITE PA1-REGISTRO FROM SAL-REGISTRO
               WHEN 2 WRITE PA2-REGISTRO FROM SAL-REGISTRO
               WHEN 3 WRITE PA3-REGISTRO FROM SAL-REGISTRO
               WHEN 4 WRITE PA4-REGISTRO FROM SAL-REGISTRO
           END-EVALUATE.

      *    La cabecera sale primero, tal como llegó (el control de
      *    reentradas del lote la necesita intacta); la cola de
      *    secuencia queda en espacios en cabecera y trailer. Cada
      *    partición lleva todas las fuentes, aunque alguna le quede
      *    vacía, para que el control de reentradas y la numeración
      *    de fuentes sean los mismos en todas.
           ESCRIBIR-CABECERA-SALIDA.
           IF FUENTE-CON-CABECERA
               MOVE SPACES TO SAL-REGISTRO
               MOVE WS-CABECERA-GUARDADA TO SAL-TRANSACCION
               WRITE SAL-REGISTRO
               PERFORM GRABAR-EN-PARTICION
                   VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-PARTICIONES
           END-IF.

      *    El trailer se regenera con el contador y el total de
           MOVE SPACES TO SAL-REGISTRO.
           MOVE WS-TRAILER-SALIDA TO SAL-TRANSACCION.
           WRITE SAL-REGISTRO.
           IF WS-PARTICIONES > 0
               ADD 1 TO WS-FUENTES-ESCRITAS
               PERFORM CERRAR-FUENTE-PARTICION
                   VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-PARTICIONES
           END-IF.

      *    Trailer propio de la partición con lo que le tocó de la
      *    fuente, y la misma cifra a TOTPART para que FUSIONAR la
      *    cruce con lo que la partición de CALCULADORA leyó.
           CERRAR-FUENTE-PARTICION.
           MOVE WS-PAR-CONTADOR(WS-IDX-PAR) TO WS-TRS-CONTADOR.
           MOVE WS-PAR-TOTAL(WS-IDX-PAR) TO WS-TRS-TOTAL.
           MOVE SPACES TO SAL-REGISTRO.
           MOVE WS-TRAILER-SALIDA TO SAL-TRANSACCION.
           PERFORM GRABAR-EN-PARTICION.
           MOVE SPACES TO PRT-REGISTRO.
           MOVE "F" TO PRT-TIPO.
           MOVE WS-IDX-PAR TO PRT-PARTICION.
           MOVE WS-FECHA-NEGOCIO TO PRT-FECHA-NEGOCIO.
           MOVE WS-FUENTES-ESCRITAS TO PRT-FUENTE.
           MOVE 0 TO PRT-FECHA-CREACION.
           IF FUENTE-CON-CABECERA
               MOVE WS-CAB-LOTE-ID TO PRT-LOTE-ID
               MOVE WS-CAB-DEPARTAMENTO TO PRT-DEPARTAMENTO
               IF WS-CAB-FECHA-CREACION IS NUMERIC
                   MOVE WS-CAB-FECHA-CREACION TO PRT-FECHA-CREACION
               END-IF
           END-IF.
           MOVE WS-PAR-CONTADOR(WS-IDX-PAR) TO PRT-CONTADOR.
           MOVE WS-PAR-TOTAL(WS-IDX-PAR) TO PRT-TOTAL.
           PERFORM COMPLETAR-LINEA-TOTPART.
           MOVE WS-PAR-RECHAZADOS(WS-IDX-PAR) TO PRT-RECHAZOS.
           WRITE PRT-REGISTRO.
           ADD WS-PAR-CONTADOR(WS-IDX-PAR)
               TO WS-PAR-REGISTROS(WS-IDX-PAR).
           ADD WS-PAR-TOTAL(WS-IDX-PAR) TO WS-PAR-IMPORTE(WS-IDX-PAR).
           ADD WS-PAR-RECHAZADOS(WS-IDX-PAR)
               TO WS-PAR-RECH-CORRIDA(WS-IDX-PAR).
           MOVE 0 TO WS-PAR-CONTADOR(WS-IDX-PAR).
           MOVE 0 TO WS-PAR-TOTAL(WS-IDX-PAR).
           MOVE 0 TO WS-PAR-RECHAZADOS(WS-IDX-PAR).

      *    Lo que solo llena CALCULADORA va en cero; los rechazos
      *    los pone cada línea con sus CADPART.
           COMPLETAR-LINEA-TOTPART.
           MOVE 0 TO PRT-OPERACIONES.
           MOVE 0 TO PRT-RESULTADOS.
           MOVE 0 TO PRT-RECHAZOS.
           MOVE WS-PARTICIONES TO PRT-PARTICIONES.
           MOVE WS-FUENTES-ESCRITAS TO PRT-FUENTES.
           MOVE 0 TO PRT-EXTRACTO-REGISTROS.
           MOVE 0 TO PRT-EXTRACTO-HASH.
           MOVE 0 TO PRT-REINICIO.

      *    Una línea T por partición al final de la corrida, con su
      *    rango y sus totales: sin ellas FUSIONAR no une nada.
           CERRAR-PARTICION.
           MOVE SPACES TO PRT-REGISTRO.
           MOVE "T" TO PRT-TIPO.
           MOVE WS-IDX-PAR TO PRT-PARTICION.
           MOVE WS-FECHA-NEGOCIO TO PRT-FECHA-NEGOCIO.
           MOVE 0 TO PRT-FUENTE.
           MOVE 0 TO PRT-FECHA-CREACION.
           MOVE WS-PAR-REGISTROS(WS-IDX-PAR) TO PRT-CONTADOR.
           MOVE WS-PAR-IMPORTE(WS-IDX-PAR) TO PRT-TOTAL.
           PERFORM COMPLETAR-LINEA-TOTPART.
           MOVE WS-PAR-RECH-CORRIDA(WS-IDX-PAR) TO PRT-RECHAZOS.
           MOVE WS-PAR-HASTA(WS-IDX-PAR) TO PRT-HASTA.
           WRITE PRT-REGISTRO.
           EVALUATE WS-IDX-PAR
               WHEN 1 CLOSE ARCHIVO-PARTICION-1
               WHEN 2 CLOSE ARCHIVO-PARTICION-2
               WHEN 3 CLOSE ARCHIVO-PARTICION-3
               WHEN 4 CLOSE ARCHIVO-PARTICION-4
           END-EVALUATE.

           ESCRIBIR-RESUMEN-FUENTE.
           MOVE WS-FUENTE-LEIDOS TO RERF-LEIDOS.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

      *    Lo que el departamento mandó y lo que la edición dejó
      *    pasar, con la cabecera que identifica lote y emisor. Una
      *    fuente no escrita por desborde no dejó pasar nada.
           GRABAR-ENVIO.
           MOVE SPACES TO ENV-REGISTRO.
           MOVE WS-FECHA-NEGOCIO TO ENV-FECHA-NEGOCIO.
           MOVE WS-CORRIDA-INICIO TO ENV-CORRIDA.
           MOVE WS-NUM-FUENTE TO ENV-FUENTE.
           MOVE 0 TO ENV-FECHA-CREACION.
           IF FUENTE-CON-CABECERA
               MOVE WS-CAB-LOTE-ID TO ENV-LOTE-ID
               MOVE WS-CAB-DEPARTAMENTO TO ENV-DEPARTAMENTO
               IF WS-CAB-FECHA-CREACION IS NUMERIC
                   MOVE WS-CAB-FECHA-CREACION TO ENV-FECHA-CREACION
               END-IF
           END-IF.
           MOVE WS-FUENTE-LEIDOS TO ENV-RECIBIDOS.
           IF TABLA-DESBORDADA
               MOVE 0 TO ENV-ACEPTADOS
           ELSE
               MOVE WS-FUENTE-ACEPTADOS TO ENV-ACEPTADOS
           END-IF.
           MOVE WS-FUENTE-RECHAZADOS TO ENV-RECHAZADOS.
           MOVE WS-FUENTE-CORREGIDOS TO ENV-CORREGIDOS.
           WRITE ENV-REGISTRO.

           REINICIAR-FUENTE.
           MOVE 0 TO WS-DETALLES-USADOS.
           MOVE 0 TO WS-UNIDADES-USADAS.
           MOVE WS-TOTAL-RECHAZADOS TO RET-RECHAZADOS.
           MOVE RE-TOTALES TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.
           PERFORM ESCRIBIR-TOTAL-PARTICION
               VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > WS-PARTICIONES.

           ESCRIBIR-TOTAL-PARTICION.
           MOVE WS-IDX-PAR TO REPA-NUMERO.
           IF WS-PAR-HASTA(WS-IDX-PAR) = SPACES
               MOVE "SIN TOPE" TO REPA-HASTA
           ELSE
               MOVE WS-PAR-HASTA(WS-IDX-PAR) TO REPA-HASTA
           END-IF.
           MOVE WS-PAR-REGISTROS(WS-IDX-PAR) TO REPA-REGISTROS.
           MOVE WS-PAR-IMPORTE(WS-IDX-PAR) TO REPA-TOTAL.
           MOVE RE-PARTICION-LINEA TO REPORTE-LINEA.
           PERFORM GRABAR-LINEA-REPORTE.

           FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-FORMATO.
           CLOSE ARCHIVO-TRANSACCIONES.
           CLOSE ARCHIVO-SALIDA.
           CLOSE ARCHIVO-REPORTE.
           IF WS-PARTICIONES > 0
               PERFORM CERRAR-PARTICION
                   VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-PARTICIONES
               CLOSE ARCHIVO-TOTPART
           END-IF.
           IF ENVIOS-ABIERTO
               CLOSE ARCHIVO-ENVIOS
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
               MOVE "EDITSORT" TO COR-PROGRAMA
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               MOVE WS-TOTAL-LEIDOS TO COR-LEIDOS
               MOVE WS-TOTAL-ACEPTADOS TO COR-ACEPTADOS
               MOVE WS-TOTAL-RECHAZADOS TO COR-RECHAZADOS
               MOVE 0 TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

      *    El rechazo de registros no detiene la cadena (el informe
      *    los documenta y el trailer regenerado cuadra), pero se
                   WS-TOTAL-RECHAZADOS " rechazados, "
                   WS-TOTAL-CORREGIDOS " corregidos, "
                   WS-TOTAL-AVISOS " avisos".
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM EDITSORT.
