      *            de los departamentos antes del lote: cada cuenta
      *            sale en una sola sección del reporte y el posteo
      *            al maestro deja de saltar de clave en clave.
      * 2026-10-15 Un lote reiniciado continúa en EXTEND el diario de
      *            posteos de la corrida caída tras una línea R con el
      *            punto de control, en vez de pisarlo: el nuevo paso
      *            HISTMOV lleva cada diario cerrado al histórico de
      *            movimientos y necesita también los posteos
      *            confirmados antes de la caída.
      * 2026-10-15 Append a run record (CORREG layout) with the final
      *            return code and key counts to the CORRIDAS run
      *            registry at termination.
      * 2026-10-15 Cuentas y transacciones multimoneda: código de
      *            moneda en TRNREG y CTAREG y archivo diario de tipos
      *            de cambio (TIPCAMB). Cuando la moneda de la
      *            transacción no es la de la cuenta se postea el
      *            importe convertido y el diario de posteos guarda
      *            monedas, importe original y tipo aplicado para la
      *            reversión exacta de CTABACK; sin tipo para la fecha
      *            de negocio la transacción va a suspensos con
      *            SINTASA. El extracto lleva moneda e importe
      *            convertido y el subtotal de cuenta sale por moneda.
      * 2026-10-15 Lote particionado por rango de cuentas: con
      *            PARM='LOTE Pn' la corrida procesa la partición n
      *            que EDITSORT dejó en su TRANSACC, con reporte
      *            parcial sin encabezados de página, suspensos
      *            parciales y un resumen por fuente en RESPART
      *            (trazado PRTREG); no cierra la fecha de proceso ni
      *            anota LOTESREG, que quedan para FUSIONAR al unir
      *            las particiones. Su reinicio repite sin postear ni
      *            auditar lo ya procesado para rehacer enteros los
      *            archivos parciales.
      * 2026-10-15 La reentrada rechazada de un lote ya procesado
      *            queda anotada en LOTESREG con estado D (lote
      *            duplicado) para el informe de calidad por
      *            departamento; esas líneas no cuentan como lotes
      *            procesados al cargar el registro.
      * 2026-10-15 La corrida de una partición queda en el registro
      *            de corridas con modo LOTE Pn, para que la lista de
      *            control sume las particiones de la noche.
      * 2026-10-15 Si falla la regrabación de la cuenta en el maestro
      *            el posteo no se cuenta ni se anota en el diario y
      *            la corrida termina con código 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT ARCHIVO-REPROLOG ASSIGN TO REPROLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPROLOG.
           SELECT ARCHIVO-TIPCAMB ASSIGN TO TIPCAMB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIPCAMB.
           SELECT ARCHIVO-POSTJRN ASSIGN TO POSTJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-POSTJRN.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT ARCHIVO-CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.
           SELECT ARCHIVO-RESPART ASSIGN TO RESPART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPART.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * El trazado de la transacción vive en el copybook TRNREG
      * porque el nuevo frente de edición EDITSORT lee y escribe el
      * mismo registro (la cola de secuencia que EDITSORT añade tras
      * la columna 32 no forma parte del trazado y aquí no se lee).
       FD  ARCHIVO-TRANSACCIONES.
       COPY TRNREG.

           05 REPRO-FECHA-ORIGEN PIC 9(8).
           05 FILLER PIC X.
           05 REPRO-LOTE-ORIGEN PIC X(12).
      * Moneda de la transacción suspendida, al final como en RECHREG.
           05 FILLER PIC X.
           05 REPRO-MONEDA PIC X(3).

      * Diario de disposición del reproceso: una línea por item
      * reentrado con su desenlace (procesado o rechazado de nuevo)
      * Registro de lotes ya procesados: un identificador de lote por
      * línea con su departamento, la fecha de creación del archivo y
      * la fecha de negocio en que se procesó. Se relee al arrancar
      * el lote y se extiende con cada fuente procesada. Una línea
      * con estado D anota una reentrada rechazada por duplicada
      * (la fecha es la del rechazo) y no es un lote procesado.
       FD  ARCHIVO-LOTESREG.
       01  LREG-REGISTRO.
           05 LREG-LOTE-ID PIC X(12).
           05 LREG-FECHA-CREACION PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LREG-FECHA-PROCESO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LREG-ESTADO PIC X.
               88 LREG-DUPLICADO VALUE "D".

      * Contratos por cuenta: qué códigos de operación tiene
      * autorizados cada cuenta y, opcionalmente, un límite de
      * carga sobre esta redefinición, para no perder los centavos.
           05 AUT-LIMITE-N REDEFINES AUT-LIMITE-X PIC 9(5)V99.

      * Tipos de cambio: una línea por moneda y fecha de negocio con
      * las unidades de moneda de la casa que vale una unidad de esa
      * moneda (seis decimales implícitos, 00001250000 = 1.25). El
      * archivo puede traer varias fechas; el lote solo carga las de
      * su fecha de negocio.
       FD  ARCHIVO-TIPCAMB.
       01  TC-REGISTRO.
           05 TC-MONEDA PIC X(3).
           05 TC-FECHA PIC 9(8).
           05 TC-TASA-X PIC X(11).
           05 TC-TASA-N REDEFINES TC-TASA-X PIC 9(5)V9(6).

      * Maestro de cuentas (KSDS): saldo acumulado de resultados,
      * volumen de operaciones y última actividad por código de
      * cuenta, base del cargo interno por volumen de cálculo. El
       FD  ARCHIVO-POSTJRN.
       COPY JRNREG.

      * Registro de corridas de la cadena (trazado de CORREG),
      * compartido por todos los programas del lote.
       FD  ARCHIVO-CORRIDAS.
       COPY CORREG.

      * Resumen de la partición del lote particionado: una línea por
      * fuente y una de cierre, en el trazado de PRTREG que FUSIONAR
      * cruza con los totales de control de EDITSORT.
       FD  ARCHIVO-RESPART.
       COPY PRTREG.

       WORKING-STORAGE SECTION.
       01 OPERACION PIC X(4).
       01 NUMERO1 PIC S9999V99 VALUE ZERO.
       01 WS-RECHAZOS-ABIERTO PIC X VALUE "N".
           88 RECHAZOS-ABIERTO VALUE "S".
       01 WS-MOTIVO-RECHAZO PIC X(8) VALUE SPACES.
      * Imagen de la transacción rechazada y su moneda, que en el
      * suspenso viaja aparte al final del registro.
       01 WS-RECHAZO-ORIGEN.
           05 WS-RECHAZO-TRANSACCION PIC X(29).
           05 WS-RECHAZO-MONEDA PIC X(3).
       01 WS-RECHAZOS-GRABADOS PIC 9(6) VALUE 0.
      * Posteos grabados en el maestro en esta corrida (altas y
      * modificaciones), para el registro de corridas.
       01 WS-POSTEOS-MAESTRO PIC 9(7) VALUE 0.
       01 WS-MODO-REPROCESO PIC X VALUE "N".
           88 MODO-REPROCESO VALUE "S".
       01 WS-REPRO-LEIDOS PIC 9(6) VALUE 0.
           05 EX-DET-RESULTADO PIC +9(9).9(4).
           05 EX-DET-TIMESTAMP PIC X(14).
           05 EX-DET-TRANSACCION PIC 9(9).
      * Moneda de la transacción (la de NUMERO1, NUMERO2 y RESULTADO;
      * espacios = la de la casa) e importe posteado en la moneda de
      * la cuenta. El hash de totales sigue siendo el de RESULTADO.
           05 EX-DET-MONEDA PIC X(3).
           05 EX-DET-CONVERTIDO PIC +9(4).9(4).
       01 EX-TOTALES.
           05 FILLER PIC X VALUE "T".
           05 EX-TOT-REGISTROS PIC 9(9).
       01 WS-CUENTA-TOTAL PIC S9(9)V9(4) VALUE 0.
       01 WS-CUENTA-INACTIVA PIC X VALUE "N".
           88 CUENTA-INACTIVA VALUE "S".
      * Subtotales de la sección por moneda de la transacción, en la
      * moneda original; WS-CUENTA-TOTAL acumula lo posteado, ya en
      * la moneda de la cuenta, y sale aparte cuando hubo conversión.
       01 WS-MAX-MONEDAS-SECCION PIC 9(4) VALUE 10.
       01 WS-MONEDAS-SECCION PIC 9(4) VALUE 0.
       01 WS-TABLA-MONEDAS-SECCION.
           05 WS-MONEDA-SECCION OCCURS 10.
               10 WS-MS-MONEDA PIC X(3).
               10 WS-MS-OPERACIONES PIC 9(6).
               10 WS-MS-TOTAL PIC S9(9)V9(4).
       01 WS-IDX-MONEDA PIC 9(4) VALUE 0.
       01 WS-MONEDA-ENCONTRADA PIC X VALUE "N".
           88 MONEDA-ENCONTRADA VALUE "S".
       01 WS-SECCION-CONVERTIDA PIC X VALUE "N".
           88 SECCION-CONVERTIDA VALUE "S".

      * Tipos de cambio de la fecha de negocio cargados de TIPCAMB y
      * conversión de la transacción en curso. La moneda de la casa
      * (espacios) vale 1 y no necesita línea en el archivo; el tipo
      * aplicado es el cruce tasa(transacción) / tasa(cuenta),
      * redondeado a seis decimales, y el importe convertido se
      * redondea half-up a cuatro, como RESULTADO.
       01 WS-ESTADO-TIPCAMB PIC X(2) VALUE SPACES.
           88 FIN-TIPCAMB VALUE "10".
       01 WS-MAX-TASAS PIC 9(4) VALUE 100.
       01 WS-TASAS-USADAS PIC 9(4) VALUE 0.
       01 WS-TABLA-TASAS.
           05 WS-TASA-DIA OCCURS 100.
               10 WS-TASA-MONEDA PIC X(3).
               10 WS-TASA-VALOR PIC 9(5)V9(6).
       01 WS-TASAS-SOBRANTES PIC 9(4) VALUE 0.
       01 WS-TASAS-INVALIDAS PIC 9(4) VALUE 0.
       01 WS-IDX-TASA PIC 9(4) VALUE 0.
       01 WS-MONEDA-TRANSACCION PIC X(3) VALUE SPACES.
       01 WS-MONEDA-CUENTA PIC X(3) VALUE SPACES.
       01 WS-MONEDA-BUSCADA PIC X(3) VALUE SPACES.
       01 WS-TASA-ENCONTRADA PIC 9(5)V9(6) VALUE 0.
       01 WS-TASA-ORIGEN PIC 9(5)V9(6) VALUE 0.
       01 WS-TASA-APLICADA PIC 9(5)V9(6) VALUE 1.
       01 WS-TASA-DISPONIBLE PIC X VALUE "S".
           88 TASA-DISPONIBLE VALUE "S".
       01 WS-IMPORTE-CONVERTIDO PIC S9(4)V9(4) VALUE 0.
      * Rótulo de la moneda de la casa en el reporte.
       01 WS-ROTULO-MONEDA-CASA PIC X(3) VALUE "LOC".
       01 WS-ROTULO-MONEDA PIC X(3) VALUE SPACES.

      * Diario de posteos de la corrida en curso: saldo anterior y
      * tipo (alta/modificación) capturados en POSTEAR-CUENTA antes
       01 WS-ENCADENADO-OK PIC X VALUE "S".
           88 ENCADENADO-CORRECTO VALUE "S".
       01 WS-CODIGO-RETORNO PIC S9(4) COMP VALUE 0.
       01 WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
       01 WS-CORRIDA-INICIO PIC X(14) VALUE SPACES.
       01 WS-LINEAS-PAGINA PIC 9(4) VALUE 0.
       01 WS-MAX-LINEAS-PAGINA PIC 9(4) VALUE 20.
       01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Página: ".
           05 RE2-PAGINA PIC ZZZ9.
       01 RE-ENCABEZADO-3.
           05 FILLER PIC X(55) VALUE
           "OPER    NUMERO1      NUMERO2           RESULTADO ENC DC".
           05 FILLER PIC X(25) VALUE "  MON".
       01 RE-FUENTE-ENCABEZADO.
           05 FILLER PIC X(8) VALUE "FUENTE: ".
           05 REF-NUMERO PIC ZZZ9.
           05 FILLER PIC X(8) VALUE "CUENTA: ".
           05 REC-CUENTA PIC X(8).
       01 RE-CUENTA-SUBTOTAL.
           05 FILLER PIC X(16) VALUE "SUBTOTAL CUENTA ".
           05 RES-MONEDA PIC X(3).
           05 FILLER PIC X(2) VALUE ": ".
           05 RES-OPERACIONES PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE " ops  ".
           05 RES-TOTAL PIC -(8)9.9999.
      * Total posteado al maestro en la moneda de la cuenta, solo en
      * las secciones con alguna transacción convertida.
       01 RE-CUENTA-POSTEADO.
           05 FILLER PIC X(16) VALUE "POSTEADO CUENTA ".
           05 REP-MONEDA PIC X(3).
           05 FILLER PIC X(2) VALUE ": ".
           05 REP-OPERACIONES PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE " ops  ".
           05 REP-TOTAL PIC -(8)9.9999.
       01 RE-DETALLE.
           05 RD-OPERACION PIC X(4).
           05 FILLER PIC X VALUE SPACES.
           05 RD-ENCADENA PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DECIMALES PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-MONEDA PIC X(3).

       01 WS-MODO-LOTE PIC X VALUE "N".
           88 MODO-LOTE VALUE "S".
       01 WS-PARM-ENTRADA PIC X(40).
       01 WS-PARM-MODO PIC X(10).
       01 WS-PARM-OPCION PIC X(10).
       01 WS-PARM-OPCION2 PIC X(10).
       01 WS-PARM-OPCION-LEIDA PIC X(10).

      * Lote particionado (PARM='LOTE Pn'): la corrida procesa una de
      * las particiones por rango de cuentas de EDITSORT y deja a
      * FUSIONAR el reporte, el extracto, la fecha de proceso y el
      * registro de lotes de la noche entera.
       01 WS-MODO-PARTICION PIC X VALUE "N".
           88 MODO-PARTICION VALUE "S".
       01 WS-PARTICION-INVALIDA PIC X VALUE "N".
           88 PARTICION-INVALIDA VALUE "S".
       01 WS-PARTICION PIC 9(2) VALUE 0.
       01 WS-ESTADO-RESPART PIC X(2) VALUE SPACES.
       01 WS-RESPART-ABIERTO PIC X VALUE "N".
           88 RESPART-ABIERTO VALUE "S".
       01 WS-FUENTE-RECHAZOS PIC 9(6) VALUE 0.
      * Repetición sin postear de lo que la corrida caída de una
      * partición ya había procesado (ver PROCESAR-LOTE).
       01 WS-REPITIENDO PIC X VALUE "N".
           88 REPITIENDO VALUE "S".
       01 WS-PARM-OPERACION PIC X(4).
       01 WS-PARM-TOKEN1 PIC X(10).
       01 WS-PARM-TOKEN2 PIC X(10).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRIDA-INICIO.
           PERFORM ABRIR-AUDITORIA.
           PERFORM LEER-FECHA-PROCESO.
      *    El PARM se lee antes de abrir el reporte: el de una
      *    partición sale sin encabezados de página.
           ACCEPT WS-PARM-ENTRADA FROM ENVIRONMENT "CALC_PARM".
           MOVE SPACES TO WS-PARM-MODO WS-PARM-OPCION WS-PARM-OPCION2.
           UNSTRING WS-PARM-ENTRADA DELIMITED BY SPACE
               INTO WS-PARM-MODO WS-PARM-OPCION WS-PARM-OPCION2.
           MOVE WS-PARM-OPCION TO WS-PARM-OPCION-LEIDA.
           PERFORM INTERPRETAR-OPCION-PARM.
           MOVE WS-PARM-OPCION2 TO WS-PARM-OPCION-LEIDA.
           PERFORM INTERPRETAR-OPCION-PARM.
           PERFORM ABRIR-REPORTE.
           PERFORM ABRIR-EXTRACTO.
           IF WS-PARM-MODO = "LOTE" OR WS-PARM-MODO = "lote"
               PERFORM VALIDAR-FECHA-PROCESO
               IF FECHA-AUTORIZADA AND NOT PARTICION-INVALIDA
                   PERFORM PROCESAR-LOTE
               END-IF
           ELSE
               WS-FECHA-NEGOCIO-TX(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-NEGOCIO-FMT.

      *    Opciones del PARM tras el modo, en cualquier orden:
      *    FORZAR repite una fecha ya cerrada y, solo en el lote, Pn
      *    corre la partición n (1 a 4) del lote particionado.
           INTERPRETAR-OPCION-PARM.
           IF WS-PARM-OPCION-LEIDA = "FORZAR"
               OR WS-PARM-OPCION-LEIDA = "forzar"
               SET FORZAR-FECHA TO TRUE
           ELSE
           IF (WS-PARM-MODO = "LOTE" OR WS-PARM-MODO = "lote")
               AND (WS-PARM-OPCION-LEIDA(1:1) = "P"
                   OR WS-PARM-OPCION-LEIDA(1:1) = "p")
               IF WS-PARM-OPCION-LEIDA(2:1) >= "1"
                   AND WS-PARM-OPCION-LEIDA(2:1) <= "4"
                   AND WS-PARM-OPCION-LEIDA(3:8) = SPACES
                   SET MODO-PARTICION TO TRUE
                   MOVE WS-PARM-OPCION-LEIDA(2:1) TO WS-PARTICION
               ELSE
                   DISPLAY "Error! Partición inválida en el PARM: "
                       WS-PARM-OPCION-LEIDA "; se espera P1 a P4"
                   SET PARTICION-INVALIDA TO TRUE
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF
           END-IF.

           VALIDAR-FECHA-PROCESO.
           MOVE "S" TO WS-FECHA-AUTORIZADA.
           IF FECHA-CERRADA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.

      *    El reporte parcial de una partición va sin encabezados:
      *    FUSIONAR lo intercala en el reporte de la noche con la
      *    paginación del reporte unido.
           ESCRIBIR-ENCABEZADO-REPORTE.
           IF NOT MODO-PARTICION
               ADD 1 TO WS-NUMERO-PAGINA
               MOVE RE-ENCABEZADO-1 TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE WS-FECHA-FORMATO TO RE2-FECHA
               MOVE WS-NUMERO-PAGINA TO RE2-PAGINA
               MOVE RE-ENCABEZADO-2 TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE RE-ENCABEZADO-3 TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           MOVE 0 TO WS-LINEAS-PAGINA.

           ESCRIBIR-DETALLE-REPORTE.
           MOVE RESULTADO TO RD-RESULTADO.
           MOVE WS-MARCA-ENCADENA TO RD-ENCADENA.
           MOVE WS-DECIMALES TO RD-DECIMALES.
           MOVE WS-MONEDA-TRANSACCION TO WS-ROTULO-MONEDA.
           PERFORM ROTULAR-MONEDA.
           MOVE WS-ROTULO-MONEDA TO RD-MONEDA.
           MOVE RE-DETALLE TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.
           END-PERFORM.

           REGISTRAR-AUDITORIA.
           IF OPERACION-CORRECTA
               PERFORM CONVERTIR-IMPORTE
           END-IF.
           MOVE SPACES TO AUD-REGISTRO.
           MOVE OPERACION TO AUD-OPERACION.
           MOVE NUMERO1 TO AUD-NUMERO1.
           MOVE WS-ESTADO-OPERACION TO AUD-ESTADO.
           MOVE WS-MARCA-ENCADENA TO AUD-ENCADENA.
           MOVE WS-FECHA-NEGOCIO-FMT TO AUD-FECHA-NEGOCIO.
      *    La repetición de una partición reiniciada no vuelve a
      *    auditar lo que la corrida caída ya auditó.
           IF NOT REPITIENDO
               WRITE AUD-REGISTRO
           END-IF.
           IF OPERACION-CORRECTA
               PERFORM ESCRIBIR-DETALLE-REPORTE
               PERFORM ESCRIBIR-DETALLE-EXTRACTO
               MOVE RESULTADO TO EX-DET-RESULTADO
               MOVE WS-FECHA-ACTUAL(1:14) TO EX-DET-TIMESTAMP
               MOVE WS-NUM-TRANSACCION TO EX-DET-TRANSACCION
               MOVE WS-MONEDA-TRANSACCION TO EX-DET-MONEDA
               MOVE WS-IMPORTE-CONVERTIDO TO EX-DET-CONVERTIDO
               MOVE EX-DETALLE TO EXTRACTO-REGISTRO
               WRITE EXTRACTO-REGISTRO
               ADD 1 TO WS-EXTRACTO-REGISTROS
               DISPLAY "Reiniciando lote a partir de la transacción "
                   WS-ULTIMO-PROCESADO-PREVIO
           END-IF.
           IF MODO-PARTICION
               PERFORM PREPARAR-PARTICION
           END-IF.
           OPEN INPUT ARCHIVO-TRANSACCIONES.
           IF WS-ESTADO-TRANSACCIONES NOT = "00"
               DISPLAY "Error! No se pudo abrir el archivo de "
                   "transacciones"
           ELSE
           IF MODO-PARTICION AND NOT RESPART-ABIERTO
               CLOSE ARCHIVO-TRANSACCIONES
           ELSE
               PERFORM ABRIR-RECHAZOS
               PERFORM ABRIR-CUENTAS
               PERFORM ABRIR-POSTJRN
               PERFORM CARGAR-AUTORIZACIONES
               PERFORM CARGAR-TIPOS-CAMBIO
               PERFORM CARGAR-LOTES-PROCESADOS
               PERFORM LEER-TRANSACCION
               PERFORM UNTIL FIN-TRANSACCIONES
                       ADD 1 TO WS-CONTROL-CONTADOR-REAL
                       ADD TRANS-NUMERO1 TRANS-NUMERO2
                           TO WS-CONTROL-TOTAL-REAL
      *                La partición reiniciada repite sin postear ni
      *                auditar lo que la corrida caída ya procesó,
      *                para rehacer enteros sus archivos parciales.
                       IF WS-NUM-TRANSACCION >
                           WS-ULTIMO-PROCESADO-PREVIO
                           MOVE "N" TO WS-REPITIENDO
                       ELSE
                           SET REPITIENDO TO TRUE
                       END-IF
                       IF WS-NUM-TRANSACCION >
                           WS-ULTIMO-PROCESADO-PREVIO
                           OR MODO-PARTICION
                           IF TRANS-CUENTA NOT = WS-CUENTA-ACTUAL
                               MOVE TRANS-CUENTA TO WS-CUENTA-NUEVA
                               PERFORM CAMBIAR-SECCION-CUENTA
                               TO WS-DECIMALES-PEDIDO
                           MOVE TRANS-ENCADENA
                               TO WS-ENCADENA-PEDIDO
                           MOVE FUNCTION UPPER-CASE(TRANS-MONEDA)
                               TO WS-MONEDA-TRANSACCION
                           PERFORM PREPARAR-CONVERSION
                           IF CUENTA-INACTIVA
                               PERFORM RECHAZAR-CUENTA-INACTIVA
                           ELSE
                           IF NOT TASA-DISPONIBLE
                               PERFORM RECHAZAR-SIN-TASA
                           ELSE
                               PERFORM FIJAR-DECIMALES
                               IF DECIMALES-CORRECTOS
                                   END-IF
                               END-IF
                           END-IF
                           END-IF
                           IF OPERACION-CORRECTA
                               ADD 1 TO WS-CUENTA-OPERACIONES
                               ADD WS-IMPORTE-CONVERTIDO
                                   TO WS-CUENTA-TOTAL
                               PERFORM ACUMULAR-MONEDA-SECCION
                               ADD 1 TO WS-FUENTE-OPERACIONES
                               ADD RESULTADO TO WS-FUENTE-TOTAL
                               IF NOT REPITIENDO
                                   PERFORM POSTEAR-CUENTA
                               END-IF
                           ELSE
                               MOVE TRANS-REGISTRO TO WS-RECHAZO-ORIGEN
                               PERFORM GRABAR-RECHAZO
                           END-IF
                           IF FUNCTION MOD(WS-NUM-TRANSACCION,
                               WS-INTERVALO-CHECKPOINT) = 0
                               AND NOT REPITIENDO
                               PERFORM GRABAR-CHECKPOINT
                           END-IF
                       END-IF
               PERFORM CERRAR-RECHAZOS
               PERFORM CERRAR-CUENTAS
               PERFORM CERRAR-POSTJRN
               IF MODO-PARTICION
                   PERFORM CERRAR-RESPART
               ELSE
                   PERFORM CERRAR-FECHA-PROCESO
               END-IF
           END-IF
           END-IF.

      *    La partición reescribe enteros en cada corrida sus
      *    suspensos y su resumen. En un reinicio la cadena de
      *    resultados se rehace desde el principio al repetir lo ya
      *    procesado, así que el estado del punto de control no se
      *    usa. Sin el resumen, FUSIONAR no podría unir la partición
      *    y no se procesa nada.
           PREPARAR-PARTICION.
           DISPLAY "Lote particionado: partición " WS-PARTICION.
           IF WS-ULTIMO-PROCESADO-PREVIO > 0
               DISPLAY "Se repiten sin postear las transacciones "
                   "hasta la " WS-ULTIMO-PROCESADO-PREVIO " para "
                   "rehacer los archivos parciales"
           END-IF.
           MOVE "N" TO WS-HAY-ANTERIOR.
           MOVE 0 TO WS-RESULTADO-ANTERIOR.
           OPEN OUTPUT ARCHIVO-RESPART.
           IF WS-ESTADO-RESPART = "00"
               SET RESPART-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error! No se pudo abrir el resumen de la "
                   "partición (estado " WS-ESTADO-RESPART "); la "
                   "partición no se procesa"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

      *    Resumen de la fuente para FUSIONAR: lo leído (en la fuente
      *    omitida, lo que dice su trailer, porque sus detalles no se
      *    cuentan), lo procesado, los suspensos y el estado de su
      *    conciliación. Una partición de EDITSORT trae siempre su
      *    trailer, así que la fuente sin él es un archivo cortado.
           GRABAR-FUENTE-PARTICION.
           IF RESPART-ABIERTO
               MOVE SPACES TO PRT-REGISTRO
               MOVE "F" TO PRT-TIPO
               MOVE WS-PARTICION TO PRT-PARTICION
               MOVE WS-FECHA-NEGOCIO TO PRT-FECHA-NEGOCIO
               MOVE WS-NUM-FUENTE TO PRT-FUENTE
               MOVE WS-FUENTE-LOTE-ID TO PRT-LOTE-ID
               MOVE WS-FUENTE-DEPARTAMENTO TO PRT-DEPARTAMENTO
               MOVE WS-FUENTE-FECHA-CREACION TO PRT-FECHA-CREACION
               IF FUENTE-DUPLICADA
                   MOVE WS-CONTROL-CONTADOR-ESPERADO TO PRT-CONTADOR
                   MOVE WS-CONTROL-TOTAL-ESPERADO TO PRT-TOTAL
                   MOVE "O" TO PRT-ESTADO
               ELSE
                   MOVE WS-CONTROL-CONTADOR-REAL TO PRT-CONTADOR
                   MOVE WS-CONTROL-TOTAL-REAL TO PRT-TOTAL
                   IF TRAILER-ENCONTRADO
                       AND WS-CONTROL-CONTADOR-REAL =
                           WS-CONTROL-CONTADOR-ESPERADO
                       AND WS-CONTROL-TOTAL-REAL =
                           WS-CONTROL-TOTAL-ESPERADO
                       MOVE "C" TO PRT-ESTADO
                   ELSE
                       MOVE "D" TO PRT-ESTADO
                   END-IF
               END-IF
               MOVE WS-FUENTE-OPERACIONES TO PRT-OPERACIONES
               MOVE WS-FUENTE-TOTAL TO PRT-RESULTADOS
               MOVE WS-FUENTE-RECHAZOS TO PRT-RECHAZOS
               MOVE 0 TO PRT-PARTICIONES
               MOVE 0 TO PRT-FUENTES
               MOVE 0 TO PRT-EXTRACTO-REGISTROS
               MOVE 0 TO PRT-EXTRACTO-HASH
               MOVE 0 TO PRT-REINICIO
               WRITE PRT-REGISTRO
           END-IF.

      *    La línea T solo sale cuando la partición llega entera al
      *    final de su archivo: es la señal con la que FUSIONAR la da
      *    por terminada. Lleva los totales de la partición, los del
      *    extracto parcial y el punto de control del que se reinició.
           CERRAR-RESPART.
           IF RESPART-ABIERTO
               MOVE SPACES TO PRT-REGISTRO
               MOVE "T" TO PRT-TIPO
               MOVE WS-PARTICION TO PRT-PARTICION
               MOVE WS-FECHA-NEGOCIO TO PRT-FECHA-NEGOCIO
               MOVE 0 TO PRT-FUENTE
               MOVE 0 TO PRT-FECHA-CREACION
               MOVE WS-GRAN-CONTADOR TO PRT-CONTADOR
               MOVE WS-GRAN-TOTAL TO PRT-TOTAL
               MOVE WS-GRAN-OPERACIONES TO PRT-OPERACIONES
               MOVE WS-GRAN-RESULTADOS TO PRT-RESULTADOS
               MOVE WS-RECHAZOS-GRABADOS TO PRT-RECHAZOS
               IF CONTROL-CUADRA
                   MOVE "C" TO PRT-ESTADO
               ELSE
                   MOVE "D" TO PRT-ESTADO
               END-IF
               MOVE 0 TO PRT-PARTICIONES
               MOVE WS-NUM-FUENTE TO PRT-FUENTES
               MOVE WS-EXTRACTO-REGISTROS TO PRT-EXTRACTO-REGISTROS
               MOVE WS-EXTRACTO-HASH TO PRT-EXTRACTO-HASH
               MOVE WS-ULTIMO-PROCESADO-PREVIO TO PRT-REINICIO
               WRITE PRT-REGISTRO
               CLOSE ARCHIVO-RESPART
               MOVE "N" TO WS-RESPART-ABIERTO
               DISPLAY "Partición " WS-PARTICION " terminada; la "
                   "fecha de proceso y el registro de lotes quedan "
                   "para FUSIONAR"
           END-IF.

      *    Cada archivo concatenado en TRANSACC es una fuente: abre su
               ADD WS-FUENTE-OPERACIONES TO WS-GRAN-OPERACIONES
               ADD WS-FUENTE-TOTAL TO WS-GRAN-RESULTADOS
           END-IF.
           IF MODO-PARTICION
               PERFORM GRABAR-FUENTE-PARTICION
           END-IF.
           MOVE 0 TO WS-FUENTE-RECHAZOS.
           MOVE "N" TO WS-FUENTE-CON-CABECERA.
           MOVE "N" TO WS-FUENTE-DUPLICADA.
           MOVE SPACES TO WS-FUENTE-LOTE-ID.
      *    propio archivo. Durante la repetición de registros ya
      *    procesados de un reinicio, el estado restaurado del punto
      *    de control se conserva: corresponde a una fuente posterior
      *    a este corte. La partición, que repite recalculando,
      *    corta la cadena siempre.
           IF WS-NUM-TRANSACCION >= WS-ULTIMO-PROCESADO-PREVIO
               OR MODO-PARTICION
               MOVE "N" TO WS-HAY-ANTERIOR
               MOVE 0 TO WS-RESULTADO-ANTERIOR
           END-IF.
               PERFORM ABRIR-CUENTAS
               PERFORM ABRIR-POSTJRN
               PERFORM CARGAR-AUTORIZACIONES
               PERFORM CARGAR-TIPOS-CAMBIO
               PERFORM LEER-REPROCESO
               PERFORM UNTIL FIN-REPROCESO
                   ADD 1 TO WS-REPRO-LEIDOS
                   MOVE REPRO-PERIODOS TO WS-AMRT-PERIODOS-X
                   MOVE REPRO-DECIMALES TO WS-DECIMALES-PEDIDO
                   MOVE REPRO-ENCADENA TO WS-ENCADENA-PEDIDO
                   MOVE FUNCTION UPPER-CASE(REPRO-MONEDA)
                       TO WS-MONEDA-TRANSACCION
                   PERFORM PREPARAR-CONVERSION
                   IF CUENTA-INACTIVA
                       PERFORM RECHAZAR-CUENTA-INACTIVA
                   ELSE
                   IF NOT TASA-DISPONIBLE
                       PERFORM RECHAZAR-SIN-TASA
                   ELSE
                       PERFORM FIJAR-DECIMALES
                       IF DECIMALES-CORRECTOS
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   IF OPERACION-CORRECTA
                       ADD 1 TO WS-REPRO-PROCESADOS
                       ADD 1 TO WS-CUENTA-OPERACIONES
                       ADD WS-IMPORTE-CONVERTIDO TO WS-CUENTA-TOTAL
                       PERFORM ACUMULAR-MONEDA-SECCION
                       PERFORM POSTEAR-CUENTA
                       MOVE "P" TO WS-RPL-DESENLACE
                       PERFORM GRABAR-DISPOSICION
                   ELSE
                       ADD 1 TO WS-REPRO-RECHAZADOS
                       MOVE REPRO-TRANSACCION
                           TO WS-RECHAZO-TRANSACCION
                       MOVE WS-MONEDA-TRANSACCION TO WS-RECHAZO-MONEDA
                       PERFORM GRABAR-RECHAZO
                       MOVE "R" TO WS-RPL-DESENLACE
                       PERFORM GRABAR-DISPOSICION

      *    Los suspensos se abren en EXTEND (con el mismo respaldo a
      *    OUTPUT que la auditoría) para que una corrida de reproceso
      *    no pise suspensos aún pendientes de corregir. Los de una
      *    partición son parciales y se reescriben enteros en cada
      *    corrida (el reinicio los rehace): FUSIONAR los agrega a
      *    RECHAZOS al unir la noche.
           ABRIR-RECHAZOS.
           IF MODO-PARTICION
               OPEN OUTPUT ARCHIVO-RECHAZOS
           ELSE
               OPEN EXTEND ARCHIVO-RECHAZOS
               IF WS-ESTADO-RECHAZOS NOT = "00"
                   OPEN OUTPUT ARCHIVO-RECHAZOS
               END-IF
           END-IF.
           IF WS-ESTADO-RECHAZOS = "00"
               SET RECHAZOS-ABIERTO TO TRUE
           GRABAR-RECHAZO.
           IF RECHAZOS-ABIERTO
               MOVE SPACES TO RECH-REGISTRO
               MOVE WS-RECHAZO-TRANSACCION TO RECH-TRANSACCION
               MOVE WS-RECHAZO-MONEDA TO RECH-MONEDA
               MOVE WS-MOTIVO-RECHAZO TO RECH-MOTIVO
               IF MODO-REPROCESO
                   MOVE WS-ORIGEN-FECHA TO RECH-FECHA-NEGOCIO
               END-IF
               WRITE RECH-REGISTRO
               ADD 1 TO WS-RECHAZOS-GRABADOS
               ADD 1 TO WS-FUENTE-RECHAZOS
           END-IF.

      *    Sello de origen del item de reproceso en curso: el que
                   INVALID KEY
                       INITIALIZE CTA-REGISTRO
                       MOVE WS-CUENTA-ACTUAL TO CTA-CODIGO
      *                La cuenta creada al vuelo nace en la moneda de
      *                la casa (CTA-MONEDA en espacios), la misma con
      *                la que PREPARAR-CONVERSION ya convirtió.
                       MOVE WS-IMPORTE-CONVERTIDO TO CTA-SALDO
                       MOVE 1 TO CTA-OPERACIONES
      *                La última actividad se sella con la fecha de
      *                negocio, no con la de calendario: es la fecha
                                   "cuenta " CTA-CODIGO " (estado "
                                   WS-ESTADO-CUENTAS ")"
                           NOT INVALID KEY
                               ADD 1 TO WS-POSTEOS-MAESTRO
                               PERFORM GRABAR-POSTEO-DIARIO
                       END-WRITE
                   NOT INVALID KEY
                       MOVE CTA-SALDO TO WS-JRN-SALDO-ANTERIOR
                       MOVE "M" TO WS-JRN-TIPO
                       ADD WS-IMPORTE-CONVERTIDO TO CTA-SALDO
                       ADD 1 TO CTA-OPERACIONES
                       MOVE WS-FECHA-NEGOCIO TO CTA-ULTIMA-FECHA
      *                Los registros históricos anteriores al campo de
                           MOVE "A" TO CTA-ESTADO
                       END-IF
                       PERFORM CONTAR-OPERACION-CUENTA
      *                Si el maestro no acepta la regrabación el
      *                posteo no se cuenta ni va al diario (CTABACK
      *                revertiría lo que nunca se aplicó) y la corrida
      *                termina con código 8.
                       REWRITE CTA-REGISTRO
                           INVALID KEY
                               DISPLAY "Error! No se pudo actualizar "
                                   "la cuenta " CTA-CODIGO " (estado "
                                   WS-ESTADO-CUENTAS ")"
                               MOVE 8 TO WS-CODIGO-RETORNO
                           NOT INVALID KEY
                               ADD 1 TO WS-POSTEOS-MAESTRO
                               PERFORM GRABAR-POSTEO-DIARIO
                       END-REWRITE
               END-READ
           END-IF.

      *    acepta revertir. Sin el DD montado se avisa y se sigue:
      *    el lote no pierde recuperación que nunca tuvo, pero el
      *    respaldo del KSDS vuelve a ser el único plan B.
      *    El reinicio de un lote es la excepción: los posteos hasta
      *    el punto de control de la corrida caída siguen en el
      *    maestro y solo constan en su diario, así que se continúa
      *    el mismo diario en EXTEND tras una línea R con el punto
      *    de control, para que HISTMOV lleve al histórico la corrida
      *    completa y descarte lo que CTABACK ya revirtió.
           ABRIR-POSTJRN.
           IF MODO-LOTE AND NOT MODO-REPROCESO
               AND WS-ULTIMO-PROCESADO-PREVIO > 0
               OPEN EXTEND ARCHIVO-POSTJRN
               IF WS-ESTADO-POSTJRN NOT = "00"
                   OPEN OUTPUT ARCHIVO-POSTJRN
               END-IF
               IF WS-ESTADO-POSTJRN = "00"
                   MOVE SPACES TO JRN-REGISTRO
                   MOVE "R" TO JRN-TIPO
                   MOVE WS-ULTIMO-PROCESADO-PREVIO TO JRN-TRANSACCION
                   MOVE 0 TO JRN-DELTA
                   MOVE 0 TO JRN-SALDO-ANTERIOR
                   MOVE 0 TO JRN-SALDO-NUEVO
                   MOVE 0 TO JRN-IMPORTE-ORIGINAL
                   MOVE 0 TO JRN-TASA
                   MOVE WS-FECHA-NEGOCIO TO JRN-FECHA-NEGOCIO
                   MOVE WS-FECHA-ACTUAL(1:14) TO JRN-TIMESTAMP
                   WRITE JRN-REGISTRO
               END-IF
           ELSE
               OPEN OUTPUT ARCHIVO-POSTJRN
           END-IF.
           IF WS-ESTADO-POSTJRN = "00"
               SET POSTJRN-ABIERTO TO TRUE
           ELSE
      *    Una línea por posteo efectivo, con el saldo del maestro
      *    antes y después: la reversión de CTABACK repone el saldo
      *    anterior tal cual y descuenta los contadores, sin
      *    recalcular nada. El delta es el importe convertido; el
      *    original y el tipo aplicado quedan al lado para que
      *    CTABACK pruebe la conversión antes de revertir.
           GRABAR-POSTEO-DIARIO.
           IF POSTJRN-ABIERTO
               MOVE SPACES TO JRN-REGISTRO
               END-IF
               MOVE CTA-CODIGO TO JRN-CUENTA
               MOVE OPERACION TO JRN-OPERACION
               MOVE WS-IMPORTE-CONVERTIDO TO JRN-DELTA
               MOVE WS-JRN-SALDO-ANTERIOR TO JRN-SALDO-ANTERIOR
               MOVE CTA-SALDO TO JRN-SALDO-NUEVO
               MOVE WS-FECHA-NEGOCIO TO JRN-FECHA-NEGOCIO
               MOVE WS-FECHA-ACTUAL(1:14) TO JRN-TIMESTAMP
               MOVE WS-MONEDA-TRANSACCION TO JRN-MONEDA
               MOVE CTA-MONEDA TO JRN-MONEDA-CUENTA
               MOVE RESULTADO TO JRN-IMPORTE-ORIGINAL
               MOVE WS-TASA-APLICADA TO JRN-TASA
               WRITE JRN-REGISTRO
           END-IF.

               MOVE 0 TO JRN-DELTA
               MOVE 0 TO JRN-SALDO-ANTERIOR
               MOVE 0 TO JRN-SALDO-NUEVO
               MOVE 0 TO JRN-IMPORTE-ORIGINAL
               MOVE 0 TO JRN-TASA
               MOVE WS-FECHA-NEGOCIO TO JRN-FECHA-NEGOCIO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL(1:14) TO JRN-TIMESTAMP
           PERFORM VERIFICAR-CUENTA-ACTIVA.
           MOVE 0 TO WS-CUENTA-OPERACIONES.
           MOVE 0 TO WS-CUENTA-TOTAL.
           MOVE 0 TO WS-MONEDAS-SECCION.
           MOVE "N" TO WS-SECCION-CONVERTIDA.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.
           ADD 1 TO WS-LINEAS-PAGINA.
           SET SECCION-ABIERTA TO TRUE.

      *    Un subtotal por moneda de transacción, en la moneda
      *    original, en el orden en que aparecieron en la sección; la
      *    sección sin operaciones correctas saca su subtotal en cero
      *    con la moneda de la cuenta. Si alguna transacción se
      *    convirtió, sigue el total posteado en la moneda de la
      *    cuenta, que es el que cuadra contra el maestro.
           ESCRIBIR-SUBTOTAL-CUENTA.
           IF WS-MONEDAS-SECCION = 0
               MOVE WS-MONEDA-CUENTA TO WS-ROTULO-MONEDA
               MOVE WS-CUENTA-OPERACIONES TO RES-OPERACIONES
               MOVE WS-CUENTA-TOTAL TO RES-TOTAL
               PERFORM ESCRIBIR-SUBTOTAL-MONEDA
           ELSE
               PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
               UNTIL WS-IDX-MONEDA > WS-MONEDAS-SECCION
                   MOVE WS-MS-MONEDA(WS-IDX-MONEDA)
                       TO WS-ROTULO-MONEDA
                   MOVE WS-MS-OPERACIONES(WS-IDX-MONEDA)
                       TO RES-OPERACIONES
                   MOVE WS-MS-TOTAL(WS-IDX-MONEDA) TO RES-TOTAL
                   PERFORM ESCRIBIR-SUBTOTAL-MONEDA
               END-PERFORM
           END-IF.
           IF SECCION-CONVERTIDA
               IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
                   PERFORM ESCRIBIR-ENCABEZADO-REPORTE
               END-IF
               MOVE WS-MONEDA-CUENTA TO WS-ROTULO-MONEDA
               PERFORM ROTULAR-MONEDA
               MOVE WS-ROTULO-MONEDA TO REP-MONEDA
               MOVE WS-CUENTA-OPERACIONES TO REP-OPERACIONES
               MOVE WS-CUENTA-TOTAL TO REP-TOTAL
               MOVE RE-CUENTA-POSTEADO TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

           ESCRIBIR-SUBTOTAL-MONEDA.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           END-IF.
           PERFORM ROTULAR-MONEDA.
           MOVE WS-ROTULO-MONEDA TO RES-MONEDA.
           MOVE RE-CUENTA-SUBTOTAL TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.

      *    La moneda de la casa viaja en espacios y en el reporte
      *    sale con su rótulo.
           ROTULAR-MONEDA.
           IF WS-ROTULO-MONEDA = SPACES
               MOVE WS-ROTULO-MONEDA-CASA TO WS-ROTULO-MONEDA
           END-IF.

      *    Acumula la operación correcta en el subtotal de su moneda;
      *    una moneda más allá de la capacidad de la tabla no tiene
      *    subtotal propio (se avisa) pero sí entra en el posteado.
           ACUMULAR-MONEDA-SECCION.
           IF WS-MONEDA-TRANSACCION NOT = WS-MONEDA-CUENTA
               SET SECCION-CONVERTIDA TO TRUE
           END-IF.
           MOVE "N" TO WS-MONEDA-ENCONTRADA.
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
           UNTIL WS-IDX-MONEDA > WS-MONEDAS-SECCION
               OR MONEDA-ENCONTRADA
               IF WS-MS-MONEDA(WS-IDX-MONEDA) = WS-MONEDA-TRANSACCION
                   SET MONEDA-ENCONTRADA TO TRUE
                   ADD 1 TO WS-MS-OPERACIONES(WS-IDX-MONEDA)
                   ADD RESULTADO TO WS-MS-TOTAL(WS-IDX-MONEDA)
               END-IF
           END-PERFORM.
           IF NOT MONEDA-ENCONTRADA
               IF WS-MONEDAS-SECCION < WS-MAX-MONEDAS-SECCION
                   ADD 1 TO WS-MONEDAS-SECCION
                   MOVE WS-MONEDA-TRANSACCION
                       TO WS-MS-MONEDA(WS-MONEDAS-SECCION)
                   MOVE 1 TO WS-MS-OPERACIONES(WS-MONEDAS-SECCION)
                   MOVE RESULTADO TO WS-MS-TOTAL(WS-MONEDAS-SECCION)
               ELSE
                   SET SECCION-CONVERTIDA TO TRUE
                   DISPLAY "Aviso! La cuenta " WS-CUENTA-ACTUAL
                       " trae más de " WS-MAX-MONEDAS-SECCION
                       " monedas; la " WS-MONEDA-TRANSACCION
                       " solo sale en el total posteado"
               END-IF
           END-IF.

           CERRAR-SECCION-CUENTA.
           IF SECCION-ABIERTA
               PERFORM ESCRIBIR-SUBTOTAL-CUENTA
      *    Una cuenta que CUENTMNT dejó inactiva no admite movimientos:
      *    se mira una vez por corte de cuenta y todas las
      *    transacciones de la sección van a suspensos con CTAINACT.
      *    La misma lectura deja la moneda de la cuenta para la
      *    conversión de las transacciones de la sección.
      *    Las cuentas que aún no existen en el maestro siguen
      *    creándose al vuelo en POSTEAR-CUENTA, como siempre.
           VERIFICAR-CUENTA-ACTIVA.
           MOVE "N" TO WS-CUENTA-INACTIVA.
           MOVE SPACES TO WS-MONEDA-CUENTA.
           IF CUENTAS-ABIERTO
               MOVE WS-CUENTA-ACTUAL TO CTA-CODIGO
               READ ARCHIVO-CUENTAS
                       IF CTA-INACTIVA
                           SET CUENTA-INACTIVA TO TRUE
                       END-IF
                       MOVE CTA-MONEDA TO WS-MONEDA-CUENTA
               END-READ
           END-IF.

           MOVE 0 TO RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.

      *    Tipo de cambio que va a aplicar la transacción en curso:
      *    1 cuando su moneda es la de la cuenta; si no, el cruce de
      *    las tasas del día de ambas monedas. Una moneda sin tasa
      *    para la fecha de negocio deja la transacción sin tipo
      *    (SINTASA) antes de despacharla.
           PREPARAR-CONVERSION.
           MOVE "S" TO WS-TASA-DISPONIBLE.
           MOVE 1 TO WS-TASA-APLICADA.
           IF WS-MONEDA-TRANSACCION NOT = WS-MONEDA-CUENTA
               MOVE WS-MONEDA-TRANSACCION TO WS-MONEDA-BUSCADA
               PERFORM BUSCAR-TASA
               MOVE WS-TASA-ENCONTRADA TO WS-TASA-ORIGEN
               IF TASA-DISPONIBLE
                   MOVE WS-MONEDA-CUENTA TO WS-MONEDA-BUSCADA
                   PERFORM BUSCAR-TASA
               END-IF
               IF TASA-DISPONIBLE
                   COMPUTE WS-TASA-APLICADA ROUNDED =
                       WS-TASA-ORIGEN / WS-TASA-ENCONTRADA
                       ON SIZE ERROR
                           MOVE "N" TO WS-TASA-DISPONIBLE
                   END-COMPUTE
               END-IF
           END-IF.

           BUSCAR-TASA.
           MOVE 0 TO WS-TASA-ENCONTRADA.
           IF WS-MONEDA-BUSCADA = SPACES
               MOVE 1 TO WS-TASA-ENCONTRADA
           ELSE
               PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
               UNTIL WS-IDX-TASA > WS-TASAS-USADAS
                   OR WS-TASA-ENCONTRADA > 0
                   IF WS-TASA-MONEDA(WS-IDX-TASA) = WS-MONEDA-BUSCADA
                       MOVE WS-TASA-VALOR(WS-IDX-TASA)
                           TO WS-TASA-ENCONTRADA
                   END-IF
               END-PERFORM
               IF WS-TASA-ENCONTRADA = 0
                   MOVE "N" TO WS-TASA-DISPONIBLE
               END-IF
           END-IF.

           RECHAZAR-SIN-TASA.
           DISPLAY "Error! Sin tipo de cambio de la fecha de negocio "
               WS-FECHA-NEGOCIO-FMT " para " WS-MONEDA-TRANSACCION
               " contra la cuenta " WS-CUENTA-ACTUAL.
           MOVE "ERROR" TO WS-ESTADO-OPERACION.
           MOVE "SINTASA" TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-MARCA-ENCADENA.
           MOVE 0 TO RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.

      *    Importe a postear en la moneda de la cuenta, redondeado
      *    half-up a cuatro decimales; el que no cabe en el delta del
      *    posteo no se postea y va a suspensos con CONVDESB. Fuera
      *    del lote el tipo es siempre 1.
           CONVERTIR-IMPORTE.
           IF WS-TASA-APLICADA = 1
               MOVE RESULTADO TO WS-IMPORTE-CONVERTIDO
           ELSE
               COMPUTE WS-IMPORTE-CONVERTIDO ROUNDED =
                   RESULTADO * WS-TASA-APLICADA
                   ON SIZE ERROR
                       DISPLAY "Error! El importe convertido a la "
                           "moneda de la cuenta " WS-CUENTA-ACTUAL
                           " desborda"
                       MOVE "ERROR" TO WS-ESTADO-OPERACION
                       MOVE "CONVDESB" TO WS-MOTIVO-RECHAZO
                       MOVE 0 TO RESULTADO
                       MOVE 0 TO WS-IMPORTE-CONVERTIDO
               END-COMPUTE
           END-IF.

      *    Tipos de cambio de TIPCAMB para la fecha de negocio; sin el
      *    archivo montado solo despachan las transacciones en la
      *    moneda de su cuenta. Una línea ilegible o con tasa cero no
      *    se carga; si una moneda se repite en la fecha vale la
      *    primera.
           CARGAR-TIPOS-CAMBIO.
           OPEN INPUT ARCHIVO-TIPCAMB.
           IF WS-ESTADO-TIPCAMB NOT = "00"
               DISPLAY "Aviso! Sin archivo de tipos de cambio (estado "
                   WS-ESTADO-TIPCAMB "); lo que no viene en la moneda "
                   "de su cuenta va a suspensos con SINTASA"
           ELSE
               PERFORM LEER-TIPO-CAMBIO
               PERFORM UNTIL FIN-TIPCAMB
                   PERFORM GUARDAR-TIPO-CAMBIO
                   PERFORM LEER-TIPO-CAMBIO
               END-PERFORM
               CLOSE ARCHIVO-TIPCAMB
               DISPLAY "Tipos de cambio del " WS-FECHA-NEGOCIO-FMT
                   " cargados: " WS-TASAS-USADAS
           END-IF.
           IF WS-TASAS-INVALIDAS > 0
               DISPLAY "Aviso! El archivo de tipos de cambio trae "
                   WS-TASAS-INVALIDAS " líneas de la fecha ilegibles; "
                   "no se cargan"
           END-IF.
           IF WS-TASAS-SOBRANTES > 0
               DISPLAY "Aviso! El archivo de tipos de cambio trae "
                   WS-TASAS-SOBRANTES " monedas de más; las sobrantes "
                   "no se cargan"
           END-IF.

           LEER-TIPO-CAMBIO.
           READ ARCHIVO-TIPCAMB
               AT END SET FIN-TIPCAMB TO TRUE
           END-READ.

           GUARDAR-TIPO-CAMBIO.
           IF TC-FECHA IS NUMERIC
               IF TC-FECHA = WS-FECHA-NEGOCIO
                   IF TC-MONEDA = SPACES
                       OR TC-TASA-X IS NOT NUMERIC
                       ADD 1 TO WS-TASAS-INVALIDAS
                   ELSE
                   IF TC-TASA-N = 0
                       ADD 1 TO WS-TASAS-INVALIDAS
                   ELSE
                   IF WS-TASAS-USADAS < WS-MAX-TASAS
                       ADD 1 TO WS-TASAS-USADAS
                       MOVE FUNCTION UPPER-CASE(TC-MONEDA)
                           TO WS-TASA-MONEDA(WS-TASAS-USADAS)
                       MOVE TC-TASA-N
                           TO WS-TASA-VALOR(WS-TASAS-USADAS)
                   ELSE
                       ADD 1 TO WS-TASAS-SOBRANTES
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           CARGAR-AUTORIZACIONES.
           OPEN INPUT ARCHIVO-AUTORIZA.
           IF WS-ESTADO-AUTORIZA NOT = "00"
           ELSE
               PERFORM LEER-LOTE-REGISTRADO
               PERFORM UNTIL FIN-LOTESREG
                   IF NOT LREG-DUPLICADO
                       MOVE LREG-LOTE-ID TO WS-LOTE-GUARDAR
                       PERFORM GUARDAR-LOTE-TABLA
                   END-IF
                   PERFORM LEER-LOTE-REGISTRADO
               END-PERFORM
               CLOSE ARCHIVO-LOTESREG
      *    nada. Durante un reinicio de checkpoint el control se
      *    suspende con aviso: el registro puede traer las fuentes
      *    que la corrida caída alcanzó a cerrar y la repetición del
      *    archivo es justamente lo que el reinicio necesita. La
      *    partición no anota el registro (lo hace FUSIONAR), así que
      *    en su reinicio el control sigue vigente.
           REGISTRAR-CABECERA-FUENTE.
           IF FUENTE-CON-CABECERA
               DISPLAY "Aviso! La fuente " WS-NUM-FUENTE " trae más "
               PERFORM BUSCAR-LOTE-REGISTRADO
               IF LOTE-YA-PROCESADO
                   IF WS-ULTIMO-PROCESADO-PREVIO > 0
                       AND NOT MODO-PARTICION
                       DISPLAY "Aviso! El lote " WS-FUENTE-LOTE-ID
                           " ya figura registrado; se acepta por el "
                           "reinicio pendiente"
                           "la fuente " WS-NUM-FUENTE " se rechaza "
                           "entera para no postear dos veces"
                       MOVE 8 TO WS-CODIGO-RETORNO
                       IF NOT MODO-PARTICION
                           PERFORM ANOTAR-LOTE-DUPLICADO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    haya descuadrado: sus posteos ya están hechos y una
      *    reentrada los duplicaría igual) y también en la tabla en
      *    memoria, para cazar el mismo lote concatenado dos veces en
      *    la misma corrida. La partición solo lo anota en memoria:
      *    FUSIONAR registra los lotes cuando la noche entera cuadra.
           ANOTAR-LOTE-PROCESADO.
           IF FUENTE-CON-CABECERA
               PERFORM BUSCAR-LOTE-REGISTRADO
               IF NOT LOTE-YA-PROCESADO
                   IF NOT MODO-PARTICION
                       MOVE SPACES TO LREG-REGISTRO
                       MOVE WS-FUENTE-LOTE-ID TO LREG-LOTE-ID
                       MOVE WS-FUENTE-DEPARTAMENTO TO LREG-DEPARTAMENTO
                       MOVE WS-FUENTE-FECHA-CREACION
                           TO LREG-FECHA-CREACION
                       MOVE WS-FECHA-NEGOCIO TO LREG-FECHA-PROCESO
                       PERFORM GRABAR-LOTE-REGISTRO
                   END-IF
                   MOVE WS-FUENTE-LOTE-ID TO WS-LOTE-GUARDAR
                   PERFORM GUARDAR-LOTE-TABLA
               END-IF
           END-IF.

      *    La reentrada rechazada también queda en el registro, con
      *    estado D y la fecha de negocio del rechazo, para medir
      *    los duplicados de cada departamento; la carga del
      *    registro la salta. En la partición la anota FUSIONAR.
           ANOTAR-LOTE-DUPLICADO.
           MOVE SPACES TO LREG-REGISTRO.
           MOVE WS-FUENTE-LOTE-ID TO LREG-LOTE-ID.
           MOVE WS-FUENTE-DEPARTAMENTO TO LREG-DEPARTAMENTO.
           MOVE WS-FUENTE-FECHA-CREACION TO LREG-FECHA-CREACION.
           MOVE WS-FECHA-NEGOCIO TO LREG-FECHA-PROCESO.
           MOVE "D" TO LREG-ESTADO.
           PERFORM GRABAR-LOTE-REGISTRO.

           GRABAR-LOTE-REGISTRO.
           OPEN EXTEND ARCHIVO-LOTESREG.
           IF WS-ESTADO-LOTESREG NOT = "00"
               OPEN OUTPUT ARCHIVO-LOTESREG
           END-IF.
           IF WS-ESTADO-LOTESREG = "00"
               WRITE LREG-REGISTRO
               CLOSE ARCHIVO-LOTESREG
           ELSE
               DISPLAY "Aviso! No se pudo anotar el lote "
                   WS-FUENTE-LOTE-ID " en el registro "
                   "(estado " WS-ESTADO-LOTESREG ")"
           END-IF.
           MOVE SPACES TO WS-ESTADO-LOTESREG.

           CONCILIAR-FUENTE.
           IF NOT FUENTE-CON-CABECERA
               DISPLAY "Aviso! La fuente " WS-NUM-FUENTE " no "
               END-IF
           END-PERFORM.

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
               MOVE "CALCULADORA" TO COR-PROGRAMA
               IF MODO-REPROCESO OR WS-PARM-MODO = "REPROC"
                   OR WS-PARM-MODO = "reproc"
                   MOVE "REPROC" TO COR-MODO
               ELSE
               IF MODO-LOTE OR WS-PARM-MODO = "LOTE"
                   OR WS-PARM-MODO = "lote"
                   IF MODO-PARTICION
                       STRING "LOTE P" WS-PARTICION(2:1)
                           DELIMITED BY SIZE INTO COR-MODO
                   ELSE
                       MOVE "LOTE" TO COR-MODO
                   END-IF
               ELSE
               IF WS-PARM-ENTRADA NOT = SPACES
                   MOVE "PARM" TO COR-MODO
               ELSE
                   MOVE "CONSOLA" TO COR-MODO
               END-IF
               END-IF
               END-IF
               MOVE WS-FECHA-NEGOCIO TO COR-FECHA-NEGOCIO
               MOVE WS-CORRIDA-INICIO TO COR-INICIO
               MOVE FUNCTION CURRENT-DATE TO COR-FIN
               MOVE WS-CODIGO-RETORNO TO COR-RETORNO
               IF MODO-REPROCESO
                   MOVE WS-REPRO-LEIDOS TO COR-LEIDOS
                   MOVE WS-REPRO-PROCESADOS TO COR-ACEPTADOS
                   MOVE WS-REPRO-RECHAZADOS TO COR-RECHAZADOS
               ELSE
               IF MODO-LOTE
                   MOVE WS-GRAN-CONTADOR TO COR-LEIDOS
                   MOVE WS-GRAN-OPERACIONES TO COR-ACEPTADOS
                   MOVE WS-RECHAZOS-GRABADOS TO COR-RECHAZADOS
               ELSE
                   MOVE WS-CONTADOR-OPERACIONES TO COR-LEIDOS
                   MOVE WS-CONTADOR-OPERACIONES TO COR-ACEPTADOS
                   MOVE 0 TO COR-RECHAZADOS
               END-IF
               END-IF
               MOVE WS-POSTEOS-MAESTRO TO COR-POSTEADOS
               WRITE COR-REGISTRO
               CLOSE ARCHIVO-CORRIDAS
           END-IF.

           FIN-PROGRAMA.
      *        El descuadre no pisa un código de retorno más grave
      *        (p. ej. el rechazo de un lote reentrado).
               PERFORM CERRAR-EXTRACTO.
               CLOSE ARCHIVO-AUDITORIA.
               CLOSE ARCHIVO-REPORTE.
               PERFORM GRABAR-CORRIDA.
               STOP RUN RETURNING WS-CODIGO-RETORNO.

       END PROGRAM CALCULADORA.
