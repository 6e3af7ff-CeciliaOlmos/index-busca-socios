      ******************************************************************
      * Author:
      * Date:
      * Purpose: collections follow-up of the socios in descubierto.
      *          For every socio not cerrado with a negative saldo it
      *          works out from movimientos.dat since when the
      *          balance has been continuously below zero (the first
      *          mov-saldo-result of the current negative run) and
      *          classifies the days into a collection stage by the
      *          MORA-DIAS-1/2/3 thresholds of parametros.dat (default
      *          30/60/90 days). Each time a socio reaches a stage a
      *          dunning letter line goes to the dated letters file
      *          (cartasmora.AAAAMMDD, CARTASMORA_DAT to override)
      *          with the filial and socio data and the address from
      *          identidad.dat; morahist.dat keeps one record per
      *          socio, start of the negative run and stage, so the
      *          same letter is never sent twice (a relaunch finds it
      *          already there). At the last stage the socio is
      *          proposed for suspension (listed, not suspended: the
      *          decision stays with the filial). moraestado.dat
      *          keeps each socio's debt at the previous run so the
      *          per-filial report can show, next to the debt by
      *          stage, what was recovered since then.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-MORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-llave
           ALTERNATE RECORD KEY IS soc-nom WITH DUPLICATES
           FILE STATUS IS w-fs-socios.

           SELECT OPTIONAL MOVIMIENTOS
           ASSIGN TO DYNAMIC w-path-movimientos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mov-llave
           ALTERNATE RECORD KEY IS mov-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-movimientos.

           SELECT FILIALES
           ASSIGN TO DYNAMIC w-path-filiales
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fil-cod
           ALTERNATE RECORD KEY IS fil-nom WITH DUPLICATES
           FILE STATUS IS w-fs-filiales.

           SELECT OPTIONAL IDENTIDAD
           ASSIGN TO DYNAMIC w-path-identidad
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ide-soc-llave
           ALTERNATE RECORD KEY IS ide-documento WITH DUPLICATES
           FILE STATUS IS w-fs-identidad.

           SELECT OPTIONAL MORAHIST
           ASSIGN TO DYNAMIC w-path-morahist
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mh-llave
           FILE STATUS IS w-fs-morahist.

           SELECT OPTIONAL MORAESTADO
           ASSIGN TO DYNAMIC w-path-moraestado
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS me-soc-llave
           FILE STATUS IS w-fs-moraestado.

           SELECT CARTAS
           ASSIGN TO DYNAMIC w-path-cartas
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-cartas.

           SELECT OPTIONAL PARAM-MAESTRO
           ASSIGN TO DYNAMIC w-path-maestro
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS par-llave
           FILE STATUS IS w-fs-maestro.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO DYNAMIC w-path-runlog
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-runlog.

           SELECT OPTIONAL FECHAPROC
           ASSIGN TO DYNAMIC w-path-fechaproc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fechaproc.

       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
       01  soc-reg.
           03 soc-llave.
               05 soc-filial pic 9999.
               05 soc-cod pic 9999.
           03 soc-nom pic x(20).
           03 soc-saldo pic s9(7)v99.
           03 soc-estado pic x(1).
               88 soc-activo value "A".
               88 soc-suspendido value "S".
               88 soc-cerrado value "C".
           03 soc-fecha-alta pic 9(8).

       FD  MOVIMIENTOS.
       01  mov-reg.
           03 mov-llave.
               05 mov-soc-llave.
                   07 mov-filial pic 9999.
                   07 mov-cod pic 9999.
               05 mov-fecha pic 9(8).
               05 mov-hora pic 9(8).
           03 mov-tipo pic x(1).
               88 mov-deposito value "D".
               88 mov-retiro value "R".
               88 mov-ajuste value "A".
               88 mov-cierre value "C".
               88 mov-interes value "I".
               88 mov-comision value "M".
               88 mov-transferencia value "T".
               88 mov-prestamo value "P".
               88 mov-pfijo value "F".
               88 mov-int-pfijo value "G".
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-usuario pic x(12).
           03 mov-contraparte.
               05 mov-contra-filial pic 9999.
               05 mov-contra-cod pic 9999.

       FD  FILIALES.
       01  fil-reg.
           03 fil-cod pic 9999.
               88 fin-prog value zero.
           03 fil-nom pic x(20).
           03 fil-region pic 99.
           03 fil-estado pic x(1).
               88 fil-activa value "A".
               88 fil-cerrada value "C".
           03 fil-fecha-apertura pic 9(8).

       FD  IDENTIDAD.
       01  ide-reg.
           03 ide-soc-llave.
               05 ide-filial pic 9999.
               05 ide-cod pic 9999.
           03 ide-documento.
               05 ide-doc-tipo pic x(3).
               05 ide-doc-nro pic 9(11).
           03 ide-domicilio pic x(40).
           03 ide-localidad pic x(20).
           03 ide-telefono pic x(15).
           03 ide-email pic x(40).
           03 ide-fecha-nac pic 9(8).
           03 ide-fecha-alta pic 9(8).
           03 ide-llave-origen.
               05 ide-orig-filial pic 9999.
               05 ide-orig-cod pic 9999.
           03 ide-estado pic x(1).
               88 ide-vigente value "V".
               88 ide-transferida value "T".
           03 ide-llave-destino.
               05 ide-dest-filial pic 9999.
               05 ide-dest-cod pic 9999.

      * una carta por socio, inicio del descubierto y etapa: la
      * clave misma impide mandar dos veces el mismo aviso.
       FD  MORAHIST.
       01  mh-reg.
           03 mh-llave.
               05 mh-soc-llave.
                   07 mh-filial pic 9999.
                   07 mh-cod pic 9999.
               05 mh-desde pic 9(8).
               05 mh-etapa pic 9.
           03 mh-fecha-carta pic 9(8).
           03 mh-dias pic 9(4).
           03 mh-deuda pic 9(7)v99.
           03 mh-propuesta-susp pic x(1).

       FD  MORAESTADO.
       01  me-reg.
           03 me-soc-llave.
               05 me-filial pic 9999.
               05 me-cod pic 9999.
           03 me-desde pic 9(8).
           03 me-etapa pic 9.
           03 me-deuda pic 9(7)v99.
           03 me-fecha-run pic 9(8).

      * formato fijo para la imprenta de cartas: etapa 1 primer
      * aviso, 2 segundo aviso, 3 intimacion con propuesta de
      * suspension.
       FD  CARTAS.
       01  car-reg.
           03 car-tipo pic x(2).
           03 car-etapa pic 9.
           03 car-fecha pic 9(8).
           03 car-filial pic 9999.
           03 car-fil-nom pic x(20).
           03 car-cod pic 9999.
           03 car-soc-nom pic x(20).
           03 car-domicilio pic x(40).
           03 car-localidad pic x(20).
           03 car-deuda pic 9(7)v99.
           03 car-dias pic 9(4).
           03 car-desde pic 9(8).
           03 car-suspension pic x(1).

       FD  PARAM-MAESTRO.
       01  par-reg.
           03 par-llave.
               05 par-nombre pic x(20).
               05 par-vigencia pic 9(8).
           03 par-valor pic s9(9)v9999.

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       01  lin-titulo.
           03 filler pic x(36) value
               "GESTION DE MORA - FECHA: ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-etapas.
           03 filler pic x(16) value "ETAPAS (DIAS): ".
           03 l-eta-1 pic zz9.
           03 filler pic x(3) value " / ".
           03 l-eta-2 pic zz9.
           03 filler pic x(3) value " / ".
           03 l-eta-3 pic zz9.
       01  lin-titulo-filial.
           03 filler pic x(8) value "FILIAL: ".
           03 l-fil-cod pic zzz9.
           03 filler pic x(3) value " - ".
           03 l-fil-nom pic x(20).
       01  lin-encab-det.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(11) value "DESDE".
           03 filler pic x(6) value "DIAS".
           03 filler pic x(13) value "       DEUDA".
           03 filler pic x(20) value "  ACCION".
       01  lin-det.
           03 l-det-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-det-nom pic x(20).
           03 filler pic x(1) value spaces.
           03 l-det-desde pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-det-dias pic zzz9.
           03 filler pic x(1) value spaces.
           03 l-det-deuda pic z(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-accion pic x(26).
       01  lin-tot-etapa.
           03 filler pic x(4) value spaces.
           03 l-tet-desc pic x(24).
           03 l-tet-cant pic zz.zz9.
           03 filler pic x(9) value " SOCIOS  ".
           03 l-tet-deuda pic z(9)9,99.
       01  lin-tot-recupero.
           03 filler pic x(4) value spaces.
           03 filler pic x(24) value "RECUPERADO DESDE EL ".
           03 l-rec-fecha pic 9999/99/99.
           03 filler pic x(5) value spaces.
           03 l-rec-importe pic z(9)9,99.
       01  lin-tot-recupero-sin.
           03 filler pic x(4) value spaces.
           03 filler pic x(24) value "RECUPERADO (PRIMERA".
           03 filler pic x(15) value " CORRIDA)".
           03 l-rsi-importe pic z(9)9,99.
       01  lin-tot-general.
           03 filler pic x(28) value "TOTAL GENERAL".
           03 l-tge-cant pic zz.zz9.
           03 filler pic x(9) value " SOCIOS  ".
           03 l-tge-deuda pic z(9)9,99.
       01  lin-tot-cartas.
           03 filler pic x(28) value "CARTAS GENERADAS: ".
           03 l-tot-cartas pic zz.zz9.
       01  lin-tot-propuestos.
           03 filler pic x(28) value "PROPUESTOS PARA SUSPENSION: ".
           03 l-tot-propuestos pic zz.zz9.
       01  lin-tot-recuperado.
           03 filler pic x(28) value "TOTAL RECUPERADO: ".
           03 l-tot-recuperado pic z(9)9,99.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-socios pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-filiales pic x(100).
       77  w-path-identidad pic x(100).
       77  w-path-morahist pic x(100).
       77  w-path-moraestado pic x(100).
       77  w-path-cartas pic x(100).
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-fs-filiales pic xx.
       77  w-fs-identidad pic xx.
       77  w-fs-morahist pic xx.
       77  w-fs-moraestado pic xx.
       77  w-fs-cartas pic xx.
       77  w-mov-existe pic 9 value 1.
       77  w-ide-existe pic 9 value 1.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********maestro central de parametros **************************
       77  w-path-maestro pic x(100).
       77  w-fs-maestro pic xx.
       77  w-fecha-proc pic 9(8).
       77  w-par-busca pic x(20).
       77  w-par-hallado pic 9 value zero.
       77  w-par-valor-res pic s9(9)v9999.
       77  w-fin-param pic 9 value zero.

      *********etapas de cobranza *************************************
      * dias corridos en descubierto desde los que rige cada etapa;
      * la etapa 0 es el descubierto todavia sin aviso.
       01  w-tab-etapas.
           03 w-eta-dias pic 999 OCCURS 3 TIMES.
       77  w-eta-ix pic 9.
       01  w-tab-desc-etapas.
           03 filler pic x(24) value "MENOS DE 1RA ETAPA".
           03 filler pic x(24) value "ETAPA 1 - PRIMER AVISO".
           03 filler pic x(24) value "ETAPA 2 - SEGUNDO AVISO".
           03 filler pic x(24) value "ETAPA 3 - INTIMACION".
       01  w-tab-desc-r REDEFINES w-tab-desc-etapas.
           03 w-eta-desc pic x(24) OCCURS 4 TIMES.

      *********situacion del socio en curso ***************************
       77  w-desde pic 9(8).
       77  w-dias pic 9(4).
       77  w-etapa pic 9.
       77  w-deuda pic 9(7)v99.
       77  w-int-proc pic 9(8).
       77  w-int-desde pic 9(8).
       77  w-me-existe pic 9.
       77  w-deuda-ant pic 9(7)v99.
       77  w-recuperado pic 9(7)v99.
       77  w-carta-nueva pic 9.

      *********acumulados por filial y etapa **************************
       01  w-tab-fil-etapas.
           03 w-tfe-entrada OCCURS 4 TIMES.
               05 w-tfe-cant pic 9(5).
               05 w-tfe-deuda pic 9(11)v99.
       77  w-fil-recuperado pic 9(11)v99 value zero.
       77  w-fecha-run-ant pic 9(8) value zero.
       77  w-fil-hay-datos pic 9 value zero.

       77  w-eof-socios pic 9 value zero.
       77  w-fin-movs pic 9 value zero.
       77  w-fil-ant pic 9999.
       77  w-primer-socio pic 9 value 1.
       77  w-cant-evaluados pic 9(5) value zero.
       77  w-cant-cartas pic 9(5) value zero.
       77  w-cant-propuestos pic 9(5) value zero.
       77  w-gen-cant pic 9(5) value zero.
       77  w-gen-deuda pic 9(11)v99 value zero.
       77  w-gen-recuperado pic 9(11)v99 value zero.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "GESTION-MORA".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-SOCIO.
            PERFORM UNTIL w-eof-socios = 1
               PERFORM 300-PROCESO-SOCIO
               PERFORM 200-LEER-SOCIO
            END-PERFORM.
            PERFORM 800-FIN.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           MOVE "INICIO" TO w-run-evento.
           MOVE ZERO TO w-run-leidos.
           MOVE ZERO TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           PERFORM 110-TOMAR-ETAPAS.
           COMPUTE w-int-proc = FUNCTION INTEGER-OF-DATE(w-fecha-proc).
      * el archivo de cartas queda fechado (cartasmora.AAAAMMDD);
      * CARTASMORA_DAT lo pisa si la imprenta quiere otro nombre.
           ACCEPT w-path-cartas FROM ENVIRONMENT "CARTASMORA_DAT".
           IF w-path-cartas = SPACES
              STRING '..\cartasmora.' DELIMITED BY SIZE
                     w-fecha-proc DELIMITED BY SIZE
                     INTO w-path-cartas
              END-STRING
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT MOVIMIENTOS.
           IF w-fs-movimientos = "35" OR w-fs-movimientos = "05"
              MOVE ZERO TO w-mov-existe
           END-IF.
           IF w-fs-movimientos NOT = "00"
              AND w-fs-movimientos NOT = "05"
              AND w-fs-movimientos NOT = "35"
              MOVE "MOVIMIENTOS" TO w-err-archivo
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT FILIALES.
           IF w-fs-filiales NOT = "00"
              MOVE "FILIALES" TO w-err-archivo
              MOVE w-fs-filiales TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT IDENTIDAD.
           IF w-fs-identidad = "35" OR w-fs-identidad = "05"
              MOVE ZERO TO w-ide-existe
           END-IF.
           IF w-fs-identidad NOT = "00"
              AND w-fs-identidad NOT = "05"
              AND w-fs-identidad NOT = "35"
              MOVE "IDENTIDAD" TO w-err-archivo
              MOVE w-fs-identidad TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O MORAHIST.
           IF w-fs-morahist = "35"
              OPEN OUTPUT MORAHIST
              CLOSE MORAHIST
              OPEN I-O MORAHIST
           END-IF.
           IF w-fs-morahist NOT = "00"
              AND w-fs-morahist NOT = "05"
              MOVE "MORAHIST" TO w-err-archivo
              MOVE w-fs-morahist TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O MORAESTADO.
           IF w-fs-moraestado = "35"
              OPEN OUTPUT MORAESTADO
              CLOSE MORAESTADO
              OPEN I-O MORAESTADO
           END-IF.
           IF w-fs-moraestado NOT = "00"
              AND w-fs-moraestado NOT = "05"
              MOVE "MORAESTADO" TO w-err-archivo
              MOVE w-fs-moraestado TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT CARTAS.
           IF w-fs-cartas NOT = "00"
              MOVE "CARTAS" TO w-err-archivo
              MOVE w-fs-cartas TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE w-fecha-proc TO l-tit-fecha.
           DISPLAY lin-titulo.
           MOVE w-eta-dias(1) TO l-eta-1.
           MOVE w-eta-dias(2) TO l-eta-2.
           MOVE w-eta-dias(3) TO l-eta-3.
           DISPLAY lin-etapas.
           INITIALIZE w-tab-fil-etapas.

       105-TOMAR-RUTAS.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.
           ACCEPT w-path-movimientos FROM ENVIRONMENT
                  "MOVIMIENTOS_DAT".
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-filiales FROM ENVIRONMENT "FILIALES_DAT".
           IF w-path-filiales = SPACES
              MOVE '..\filiales.dat' TO w-path-filiales
           END-IF.
           ACCEPT w-path-identidad FROM ENVIRONMENT "IDENTIDAD_DAT".
           IF w-path-identidad = SPACES
              MOVE '..\identidad.dat' TO w-path-identidad
           END-IF.
           ACCEPT w-path-morahist FROM ENVIRONMENT "MORAHIST_DAT".
           IF w-path-morahist = SPACES
              MOVE '..\morahist.dat' TO w-path-morahist
           END-IF.
           ACCEPT w-path-moraestado FROM ENVIRONMENT
                  "MORAESTADO_DAT".
           IF w-path-moraestado = SPACES
              MOVE '..\moraestado.dat' TO w-path-moraestado
           END-IF.
           ACCEPT w-path-maestro FROM ENVIRONMENT "PARAMETROS_DAT".
           IF w-path-maestro = SPACES
              MOVE '..\parametros.dat' TO w-path-maestro
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.

      * umbrales vigentes a la fecha de proceso; sin parametro rigen
      * 30/60/90. Si quedaran desordenados se vuelve al default,
      * porque la etapa se toma como la mayor alcanzada.
       110-TOMAR-ETAPAS.
           MOVE 30 TO w-eta-dias(1).
           MOVE 60 TO w-eta-dias(2).
           MOVE 90 TO w-eta-dias(3).
           OPEN INPUT PARAM-MAESTRO.
           IF w-fs-maestro = "00"
              MOVE "MORA-DIAS-1" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-eta-dias(1)
              END-IF
              MOVE "MORA-DIAS-2" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-eta-dias(2)
              END-IF
              MOVE "MORA-DIAS-3" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-eta-dias(3)
              END-IF
              CLOSE PARAM-MAESTRO
           END-IF.
           IF w-eta-dias(1) = ZERO
              OR w-eta-dias(2) NOT > w-eta-dias(1)
              OR w-eta-dias(3) NOT > w-eta-dias(2)
              DISPLAY "ETAPAS DE MORA MAL CARGADAS EN PARAMETROS - "
                      "SE USAN 30/60/90"
              MOVE 30 TO w-eta-dias(1)
              MOVE 60 TO w-eta-dias(2)
              MOVE 90 TO w-eta-dias(3)
           END-IF.

       200-LEER-SOCIO.
           READ SOCIOS NEXT AT END MOVE 1 TO w-eof-socios.

      * un socio entra si hoy esta en descubierto o si la corrida
      * anterior lo tenia en mora (para medir lo recuperado).
       300-PROCESO-SOCIO.
           IF w-primer-socio = 1
              MOVE soc-filial TO w-fil-ant
              MOVE ZERO TO w-primer-socio
           END-IF.
           IF soc-filial NOT = w-fil-ant
              PERFORM 700-CORTE-FILIAL
           END-IF.
           MOVE soc-llave TO me-soc-llave.
           READ MORAESTADO
               INVALID KEY MOVE ZERO TO w-me-existe
               NOT INVALID KEY MOVE 1 TO w-me-existe
           END-READ.
           IF w-me-existe = 1
              MOVE me-deuda TO w-deuda-ant
              IF w-fecha-run-ant < me-fecha-run
                 MOVE me-fecha-run TO w-fecha-run-ant
              END-IF
           ELSE
              MOVE ZERO TO w-deuda-ant
           END-IF.
           IF soc-saldo < ZERO AND NOT soc-cerrado
              ADD 1 TO w-cant-evaluados
              COMPUTE w-deuda = ZERO - soc-saldo
              PERFORM 400-BUSCAR-INICIO-DESCUBIERTO
              PERFORM 450-CLASIFICAR
              PERFORM 500-GESTIONAR-ETAPA
              PERFORM 600-ACTUALIZAR-ESTADO
           ELSE
              MOVE ZERO TO w-deuda
              IF w-me-existe = 1
                 DELETE MORAESTADO
                     INVALID KEY CONTINUE
                 END-DELETE
              END-IF
           END-IF.
           IF w-deuda-ant > w-deuda
              COMPUTE w-recuperado = w-deuda-ant - w-deuda
              ADD w-recuperado TO w-fil-recuperado
           END-IF.

      * recorre los movimientos del socio en orden de clave (la
      * fecha integra la clave): cada vez que el saldo resultante
      * pasa de no negativo a negativo arranca una racha nueva; un
      * saldo no negativo la corta. Sin movimientos en linea que la
      * expliquen se toma la fecha de proceso.
       400-BUSCAR-INICIO-DESCUBIERTO.
           MOVE ZERO TO w-desde.
           MOVE ZERO TO w-fin-movs.
           IF w-mov-existe = 0
              MOVE 1 TO w-fin-movs
           ELSE
              MOVE soc-filial TO mov-filial
              MOVE soc-cod TO mov-cod
              MOVE ZERO TO mov-fecha
              MOVE ZERO TO mov-hora
              START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
                  INVALID KEY MOVE 1 TO w-fin-movs
              END-START
           END-IF.
           PERFORM UNTIL w-fin-movs = 1
              READ MOVIMIENTOS NEXT
                  AT END MOVE 1 TO w-fin-movs
              END-READ
              IF w-fin-movs NOT = 1
                 IF mov-soc-llave NOT = soc-llave
                    OR mov-fecha > w-fecha-proc
                    MOVE 1 TO w-fin-movs
                 ELSE
                    IF mov-saldo-result < ZERO
                       IF w-desde = ZERO
                          MOVE mov-fecha TO w-desde
                       END-IF
                    ELSE
                       MOVE ZERO TO w-desde
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF w-desde = ZERO
              MOVE w-fecha-proc TO w-desde
           END-IF.

       450-CLASIFICAR.
           COMPUTE w-int-desde = FUNCTION INTEGER-OF-DATE(w-desde).
           COMPUTE w-dias = w-int-proc - w-int-desde.
           MOVE ZERO TO w-etapa.
           PERFORM VARYING w-eta-ix FROM 1 BY 1
                   UNTIL w-eta-ix > 3
              IF w-dias NOT < w-eta-dias(w-eta-ix)
                 MOVE w-eta-ix TO w-etapa
              END-IF
           END-PERFORM.
           ADD 1 TO w-tfe-cant(w-etapa + 1).
           ADD w-deuda TO w-tfe-deuda(w-etapa + 1).

      * la carta de la etapa alcanzada sale una sola vez por racha;
      * si el socio salto etapas (primera corrida, o el batch no
      * corrio) solo se manda la de la etapa actual.
       500-GESTIONAR-ETAPA.
           IF w-etapa > ZERO
              MOVE soc-llave TO mh-soc-llave
              MOVE w-desde TO mh-desde
              MOVE w-etapa TO mh-etapa
              MOVE w-fecha-proc TO mh-fecha-carta
              MOVE w-dias TO mh-dias
              MOVE w-deuda TO mh-deuda
              IF w-etapa = 3
                 MOVE "S" TO mh-propuesta-susp
              ELSE
                 MOVE "N" TO mh-propuesta-susp
              END-IF
              MOVE ZERO TO w-carta-nueva
              WRITE mh-reg
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 1 TO w-carta-nueva
              END-WRITE
              IF w-carta-nueva = 1
                 PERFORM 550-GRABAR-CARTA
              END-IF
           END-IF.

       550-GRABAR-CARTA.
           IF w-fil-hay-datos = 0
              PERFORM 710-TITULO-FILIAL
           END-IF.
           MOVE "CM" TO car-tipo.
           MOVE w-etapa TO car-etapa.
           MOVE w-fecha-proc TO car-fecha.
           MOVE soc-filial TO car-filial.
           MOVE fil-nom TO car-fil-nom.
           MOVE soc-cod TO car-cod.
           MOVE soc-nom TO car-soc-nom.
           MOVE SPACES TO car-domicilio.
           MOVE SPACES TO car-localidad.
           IF w-ide-existe = 1
              MOVE soc-llave TO ide-soc-llave
              READ IDENTIDAD
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE ide-domicilio TO car-domicilio
                     MOVE ide-localidad TO car-localidad
              END-READ
           END-IF.
           MOVE w-deuda TO car-deuda.
           MOVE w-dias TO car-dias.
           MOVE w-desde TO car-desde.
           MOVE mh-propuesta-susp TO car-suspension.
           WRITE car-reg.
           IF w-fs-cartas NOT = "00"
              MOVE "CARTAS" TO w-err-archivo
              MOVE w-fs-cartas TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO w-cant-cartas.
           MOVE soc-cod TO l-det-cod.
           MOVE soc-nom TO l-det-nom.
           MOVE w-desde TO l-det-desde.
           MOVE w-dias TO l-det-dias.
           MOVE w-deuda TO l-det-deuda.
           IF w-etapa = 3
              MOVE "INTIMACION - SUSPENDER?" TO l-det-accion
              ADD 1 TO w-cant-propuestos
           ELSE
              MOVE w-eta-desc(w-etapa + 1) TO l-det-accion
           END-IF.
           DISPLAY lin-det.

       600-ACTUALIZAR-ESTADO.
           MOVE soc-llave TO me-soc-llave.
           MOVE w-desde TO me-desde.
           MOVE w-etapa TO me-etapa.
           MOVE w-deuda TO me-deuda.
           MOVE w-fecha-proc TO me-fecha-run.
           IF w-me-existe = 1
              REWRITE me-reg
                  INVALID KEY
                     MOVE "MORAESTADO" TO w-err-archivo
                     MOVE w-fs-moraestado TO w-err-fs
                     PERFORM 950-ERROR-ARCHIVO
              END-REWRITE
           ELSE
              WRITE me-reg
                  INVALID KEY
                     MOVE "MORAESTADO" TO w-err-archivo
                     MOVE w-fs-moraestado TO w-err-fs
                     PERFORM 950-ERROR-ARCHIVO
              END-WRITE
           END-IF.

      * totales de la filial: deuda por etapa y lo recuperado contra
      * la corrida anterior. Una filial sin mora hoy ni ayer no sale.
       700-CORTE-FILIAL.
           IF w-tfe-cant(1) + w-tfe-cant(2) + w-tfe-cant(3)
              + w-tfe-cant(4) > ZERO OR w-fil-recuperado > ZERO
              IF w-fil-hay-datos = 0
                 PERFORM 710-TITULO-FILIAL
              END-IF
              PERFORM 720-TOTAL-FILIAL
           END-IF.
           MOVE soc-filial TO w-fil-ant.
           MOVE ZERO TO w-fil-hay-datos.
           MOVE ZERO TO w-fil-recuperado.
           INITIALIZE w-tab-fil-etapas.

       710-TITULO-FILIAL.
           MOVE w-fil-ant TO l-fil-cod.
           MOVE w-fil-ant TO fil-cod.
           READ FILIALES
               INVALID KEY MOVE "(SIN FILIAL)" TO fil-nom
               NOT INVALID KEY CONTINUE
           END-READ.
           MOVE fil-nom TO l-fil-nom.
           DISPLAY lin-guarda2.
           DISPLAY lin-titulo-filial.
           DISPLAY lin-encab-det.
           MOVE 1 TO w-fil-hay-datos.

       720-TOTAL-FILIAL.
           PERFORM VARYING w-eta-ix FROM 1 BY 1
                   UNTIL w-eta-ix > 4
              MOVE w-eta-desc(w-eta-ix) TO l-tet-desc
              MOVE w-tfe-cant(w-eta-ix) TO l-tet-cant
              MOVE w-tfe-deuda(w-eta-ix) TO l-tet-deuda
              DISPLAY lin-tot-etapa
              ADD w-tfe-cant(w-eta-ix) TO w-gen-cant
              ADD w-tfe-deuda(w-eta-ix) TO w-gen-deuda
           END-PERFORM.
           IF w-fecha-run-ant > ZERO
              MOVE w-fecha-run-ant TO l-rec-fecha
              MOVE w-fil-recuperado TO l-rec-importe
              DISPLAY lin-tot-recupero
           ELSE
              MOVE w-fil-recuperado TO l-rsi-importe
              DISPLAY lin-tot-recupero-sin
           END-IF.
           ADD w-fil-recuperado TO w-gen-recuperado.

       800-FIN.
           IF w-primer-socio = 0
              PERFORM 700-CORTE-FILIAL
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-gen-cant TO l-tge-cant.
           MOVE w-gen-deuda TO l-tge-deuda.
           DISPLAY lin-tot-general.
           MOVE w-gen-recuperado TO l-tot-recuperado.
           DISPLAY lin-tot-recuperado.
           MOVE w-cant-cartas TO l-tot-cartas.
           DISPLAY lin-tot-cartas.
           MOVE w-cant-propuestos TO l-tot-propuestos.
           DISPLAY lin-tot-propuestos.
           CLOSE SOCIOS.
           IF w-mov-existe = 1
              CLOSE MOVIMIENTOS
           END-IF.
           CLOSE FILIALES.
           IF w-ide-existe = 1
              CLOSE IDENTIDAD
           END-IF.
           CLOSE MORAHIST.
           CLOSE MORAESTADO.
           CLOSE CARTAS.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-evaluados TO w-run-leidos.
           MOVE w-cant-cartas TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

      * valor vigente de un parametro: el de mayor vigencia que no
      * supera la fecha de proceso. Las vigencias de un mismo nombre
      * vienen en orden ascendente dentro de la clave, asi que se
      * avanza tomando nota hasta pasarse de fecha o cambiar de
      * nombre.
       930-BUSCAR-PARAMETRO.
           MOVE ZERO TO w-par-hallado.
           MOVE ZERO TO w-fin-param.
           MOVE w-par-busca TO par-nombre.
           MOVE ZERO TO par-vigencia.
           START PARAM-MAESTRO KEY IS NOT LESS THAN par-llave
               INVALID KEY MOVE 1 TO w-fin-param
           END-START.
           PERFORM UNTIL w-fin-param = 1
              READ PARAM-MAESTRO NEXT
                  AT END MOVE 1 TO w-fin-param
              END-READ
              IF w-fin-param NOT = 1
                 IF par-nombre NOT = w-par-busca
                    OR par-vigencia > w-fecha-proc
                    MOVE 1 TO w-fin-param
                 ELSE
                    MOVE par-valor TO w-par-valor-res
                    MOVE 1 TO w-par-hallado
                 END-IF
              END-IF
           END-PERFORM.

      * una linea por evento en la bitacora compartida de corridas:
      * programa;fecha;hora;evento;leidos;grabados;rc. Se abre y
      * cierra en cada grabacion para no retener el archivo entre
      * pasos del batch.
       940-GRABAR-RUNLOG.
           ACCEPT w-run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-run-hora FROM TIME.
           OPEN EXTEND RUNLOG.
           IF w-fs-runlog = "35"
              OPEN OUTPUT RUNLOG
              CLOSE RUNLOG
              OPEN EXTEND RUNLOG
           END-IF.
           IF w-fs-runlog = "00" OR w-fs-runlog = "05"
              MOVE SPACES TO lin-runlog
              STRING w-run-programa  DELIMITED BY SIZE
                     ";"             DELIMITED BY SIZE
                     w-run-fecha     DELIMITED BY SIZE
                     ";"             DELIMITED BY SIZE
                     w-run-hora      DELIMITED BY SIZE
                     ";"             DELIMITED BY SIZE
                     w-run-evento    DELIMITED BY SIZE
                     ";"             DELIMITED BY SIZE
                     w-run-leidos    DELIMITED BY SIZE
                     ";"             DELIMITED BY SIZE
                     w-run-grabados  DELIMITED BY SIZE
                     ";"             DELIMITED BY SIZE
                     w-run-rc        DELIMITED BY SIZE
                     INTO lin-runlog
              END-STRING
              WRITE lin-runlog
              CLOSE RUNLOG
           END-IF.

      * fecha de proceso del negocio (fechaproc.dat, la avanza
      * CONTROLA-FECHA al final de una corrida buena); si el archivo
      * de control no existe todavia se usa el reloj del sistema.
       108-TOMAR-FECHA-PROC.
           ACCEPT w-path-fechaproc FROM ENVIRONMENT "FECHAPROC_DAT".
           IF w-path-fechaproc = SPACES
              MOVE '..\fechaproc.dat' TO w-path-fechaproc
           END-IF.
           MOVE ZERO TO w-fecha-proc.
           OPEN INPUT FECHAPROC.
           IF w-fs-fechaproc = "00"
              READ FECHAPROC
                  AT END CONTINUE
                  NOT AT END
                     IF lin-fechaproc NOT = SPACES
                        MOVE FUNCTION NUMVAL(lin-fechaproc)
                            TO w-fecha-proc
                     END-IF
              END-READ
           END-IF.
           CLOSE FECHAPROC.
           IF w-fecha-proc = ZERO
              ACCEPT w-fecha-proc FROM DATE YYYYMMDD
           END-IF.

      * clasifica el estado de archivo en un codigo de condicion
      * distinto por familia de falla, para que run_batch.sh pueda
      * distinguir que paso:
      *   12 archivo inexistente (35)
      *   14 archivo tomado por otro proceso (61/93/94)
      *   16 version de archivo incompatible - correr REINDEX (39)
      *   18 cualquier otro error de archivo
       950-ERROR-ARCHIVO.
           DISPLAY "ERROR DE ARCHIVO EN " w-err-archivo
                   " - ESTADO " w-err-fs.
           EVALUATE w-err-fs
              WHEN "35"
                 DISPLAY "EL ARCHIVO NO EXISTE"
                 MOVE 12 TO RETURN-CODE
              WHEN "61"
              WHEN "93"
              WHEN "94"
                 DISPLAY "EL ARCHIVO ESTA TOMADO POR OTRO PROCESO"
                 MOVE 14 TO RETURN-CODE
              WHEN "39"
                 DISPLAY "VERSION DE ARCHIVO INCOMPATIBLE - CORRER "
                         "EL REINDEX CORRESPONDIENTE"
                 MOVE 16 TO RETURN-CODE
              WHEN OTHER
                 MOVE 18 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       END PROGRAM GESTION-MORA.
