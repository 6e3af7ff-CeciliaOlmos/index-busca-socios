      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly maturity of the fixed-term deposits. Every
      *          plazo fijo vigente in pfijos.dat whose vencimiento is
      *          on or before the processing date is settled against
      *          the member account: the capital comes back as a tipo
      *          F movement and the interest (simple, tasa nominal
      *          anual over 365 days) as a tipo G movement. When the
      *          certificate carries renovacion automatica (and the
      *          socio is not cerrado) the capital is constituted
      *          again at once with a new tipo F debit, at the
      *          TASA-PFIJO of the parameter master in force that day,
      *          for the same plazo; otherwise the certificate is
      *          marked pagado. Posts directly to socios.dat and
      *          movimientos.dat like CIERRE-MENSUAL, so VERIFICA-
      *          SALDOS and ASIENTO-DIARIO see the movements the same
      *          night. Each certificate is rewritten right after its
      *          postings, so a relaunch after a failure does not
      *          settle it twice. Prints a listing with subtotals per
      *          filial.
      *          Every movement written also updates the socio's
      *          line in resumov.dat (last movement, count, month).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-PFIJOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PFIJOS
           ASSIGN TO DYNAMIC w-path-pfijos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pf-nro
           ALTERNATE RECORD KEY IS pf-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-pfijos.

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

           SELECT RESUMOV
           ASSIGN TO DYNAMIC w-path-resumov
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rsm-soc-llave
           FILE STATUS IS w-fs-resumov.

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
       FD  PFIJOS.
       01  pf-reg.
           03 pf-nro pic 9(6).
           03 pf-soc-llave.
               05 pf-filial pic 9999.
               05 pf-cod pic 9999.
           03 pf-capital pic s9(7)v99.
           03 pf-tasa pic 99v9999.
           03 pf-plazo-dias pic 999.
           03 pf-fecha-constit pic 9(8).
           03 pf-vencimiento pic 9(8).
           03 pf-renueva pic x(1).
               88 pf-con-renovacion value "S".
           03 pf-estado pic x(1).
               88 pf-vigente value "V".
               88 pf-pagado value "P".
               88 pf-cancelado value "C".
           03 pf-renovaciones pic 99.
           03 pf-fecha-baja pic 9(8).

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

       FD  RESUMOV.
       01  rsm-reg.
           03 rsm-soc-llave.
               05 rsm-filial pic 9999.
               05 rsm-cod pic 9999.
           03 rsm-ult-fecha pic 9(8).
           03 rsm-ult-hora pic 9(8).
           03 rsm-ult-saldo pic s9(7)v99.
           03 rsm-cant-movs pic 9(7).
           03 rsm-periodo pic 9(6).
           03 rsm-mes-cant pic 9(5).
           03 rsm-mes-creditos pic 9(9)v99.
           03 rsm-mes-debitos pic 9(9)v99.

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
           03 filler pic x(40) value
               "VENCIMIENTO DE PLAZOS FIJOS - ".
           03 l-tit-fecha pic 9(8).
       01  lin-tasa.
           03 filler pic x(30) value "TASA VIGENTE PARA RENOVAR: ".
           03 l-tasa-vigente pic z9,9999.
       01  lin-encab-det.
           03 filler pic x(8) value "NUMERO".
           03 filler pic x(7) value "FILIAL".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(13) value "CAPITAL".
           03 filler pic x(13) value "INTERES".
           03 filler pic x(11) value "RESULTADO".
       01  lin-det.
           03 l-det-nro pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-det-filial pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-det-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-det-capital pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-interes pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-resultado pic x(22).
       01  lin-tot-filial.
           03 filler pic x(7) value "FILIAL ".
           03 l-fil-cod pic zzz9.
           03 filler pic x(10) value " PAGADOS: ".
           03 l-fil-pagados pic zz.zz9.
           03 filler pic x(12) value " RENOVADOS: ".
           03 l-fil-renovados pic zz.zz9.
           03 filler pic x(10) value " INTERES: ".
           03 l-fil-interes pic -(7)9,99.
       01  lin-tot-general.
           03 filler pic x(30) value "CERTIFICADOS PAGADOS: ".
           03 l-gen-pagados pic zz.zz9.
           03 filler pic x(9) value " CAPITAL ".
           03 l-gen-capital pic -(9)9,99.
       01  lin-tot-renovados.
           03 filler pic x(30) value "CERTIFICADOS RENOVADOS: ".
           03 l-gen-renovados pic zz.zz9.
       01  lin-tot-interes.
           03 filler pic x(30) value "INTERES ACREDITADO: ".
           03 l-gen-interes pic -(9)9,99.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-pfijos pic x(100).
       77  w-path-socios pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-fs-pfijos pic xx.
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).

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
       77  w-tasa-vigente pic 99v9999 value zero.
       77  w-hay-tasa pic 9 value zero.

       77  w-eof-pfijos pic 9 value zero.
       77  w-fil-ant pic 9999.
       77  w-primer-pfijo pic 9 value 1.
       77  w-interes pic s9(7)v99.
       77  w-fecha-int pic 9(8).
       77  w-renueva pic 9 value zero.

      * referencia al certificado en mov-contraparte de los
      * movimientos F/G: numero de plazo fijo y numero de renovacion.
       01  w-ref-pfijo.
           03 w-ref-nro pic 9(6).
           03 w-ref-renov pic 99.

       77  w-fil-pagados pic 9(5) value zero.
       77  w-fil-renovados pic 9(5) value zero.
       77  w-fil-interes pic s9(7)v99 value zero.
       77  w-gen-pagados pic 9(5) value zero.
       77  w-gen-capital pic s9(9)v99 value zero.
       77  w-gen-renovados pic 9(5) value zero.
       77  w-gen-interes pic s9(9)v99 value zero.
       77  w-cant-leidos pic 9(5) value zero.
       77  w-cant-movs pic 9(5) value zero.

       77  w-usuario-batch pic x(12) value "BATCH-PFIJO".
       77  w-mov-grabado pic 9 value zero.
       77  w-mov-tipo pic x(1).
       77  w-mov-importe pic s9(7)v99.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "VENCE-PFIJOS".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-PFIJO.
            PERFORM UNTIL w-eof-pfijos = 1
               PERFORM 300-PROCESO-PFIJO
               PERFORM 200-LEER-PFIJO
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
           PERFORM 110-TOMAR-TASA.
           OPEN I-O PFIJOS.
      * sin pfijos.dat todavia (nunca se constituyo un plazo fijo) no
      * hay nada que vencer: el paso termina bien.
           IF w-fs-pfijos = "35" OR w-fs-pfijos = "05"
              DISPLAY "NO HAY ARCHIVO DE PLAZOS FIJOS - NADA PARA "
                      "VENCER"
              CLOSE PFIJOS
              MOVE "FIN" TO w-run-evento
              PERFORM 940-GRABAR-RUNLOG
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.
           IF w-fs-pfijos NOT = "00"
              MOVE "PFIJOS" TO w-err-archivo
              MOVE w-fs-pfijos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O MOVIMIENTOS.
           IF w-fs-movimientos = "35"
              OPEN OUTPUT MOVIMIENTOS
              CLOSE MOVIMIENTOS
              OPEN I-O MOVIMIENTOS
           END-IF.
           IF w-fs-movimientos NOT = "00"
              AND w-fs-movimientos NOT = "05"
              MOVE "MOVIMIENTOS" TO w-err-archivo
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * resumov.dat lo arma REARMA-RESUMOV desde el detalle: si
      * todavia no existe no se crea a medias aca; se postea igual y
      * el batch lo genera completo antes de usarlo.
           OPEN I-O RESUMOV.
           IF w-fs-resumov = "35"
              MOVE ZERO TO w-rsm-existe
           END-IF.
           IF w-fs-resumov NOT = "00"
              AND w-fs-resumov NOT = "35"
              MOVE "RESUMOV" TO w-err-archivo
              MOVE w-fs-resumov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * el recorrido va por la clave alternativa (filial y socio)
      * para poder cortar por filial en el listado.
           MOVE LOW-VALUES TO pf-soc-llave.
           START PFIJOS KEY IS NOT LESS THAN pf-soc-llave
               INVALID KEY MOVE 1 TO w-eof-pfijos
           END-START.
           MOVE w-fecha-proc TO l-tit-fecha.
           DISPLAY lin-titulo.
           MOVE w-tasa-vigente TO l-tasa-vigente.
           DISPLAY lin-tasa.
           DISPLAY lin-encab-det.

       105-TOMAR-RUTAS.
           ACCEPT w-path-pfijos FROM ENVIRONMENT "PFIJOS_DAT".
           IF w-path-pfijos = SPACES
              MOVE '..\pfijos.dat' TO w-path-pfijos
           END-IF.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.
           ACCEPT w-path-movimientos FROM ENVIRONMENT
                  "MOVIMIENTOS_DAT".
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.
           ACCEPT w-path-maestro FROM ENVIRONMENT "PARAMETROS_DAT".
           IF w-path-maestro = SPACES
              MOVE '..\parametros.dat' TO w-path-maestro
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.

      * la renovacion toma la TASA-PFIJO vigente el dia del
      * vencimiento; si el maestro no la tiene el certificado se
      * renueva con la tasa que ya traia.
       110-TOMAR-TASA.
           OPEN INPUT PARAM-MAESTRO.
           IF w-fs-maestro = "00"
              MOVE "TASA-PFIJO" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-tasa-vigente
                 MOVE 1 TO w-hay-tasa
              END-IF
              CLOSE PARAM-MAESTRO
           END-IF.

       200-LEER-PFIJO.
           READ PFIJOS NEXT AT END MOVE 1 TO w-eof-pfijos.

       300-PROCESO-PFIJO.
           ADD 1 TO w-cant-leidos.
           IF w-primer-pfijo = 1
              MOVE pf-filial TO w-fil-ant
              MOVE ZERO TO w-primer-pfijo
           END-IF.
           IF pf-filial NOT = w-fil-ant
              PERFORM 700-CORTE-FILIAL
           END-IF.
           IF pf-vigente AND pf-vencimiento NOT > w-fecha-proc
              MOVE pf-soc-llave TO soc-llave
              READ SOCIOS
                  INVALID KEY
                     DISPLAY "CERTIFICADO " pf-nro
                             " SIN SOCIO - NO SE PROCESA"
                  NOT INVALID KEY
                     PERFORM 400-VENCER-PFIJO
              END-READ
           END-IF.

      * capital e interes vuelven a la cuenta; si renueva, el capital
      * se vuelve a constituir en el acto. Un socio cerrado cobra
      * pero no renueva.
       400-VENCER-PFIJO.
           COMPUTE w-interes ROUNDED =
               pf-capital * pf-tasa * pf-plazo-dias / 36500.
           MOVE pf-nro TO w-ref-nro.
           MOVE pf-renovaciones TO w-ref-renov.
           MOVE ZERO TO w-renueva.
           IF pf-con-renovacion AND NOT soc-cerrado
              AND pf-renovaciones < 99
              MOVE 1 TO w-renueva
           END-IF.
           ADD pf-capital TO soc-saldo.
           MOVE "F" TO w-mov-tipo.
           MOVE pf-capital TO w-mov-importe.
           PERFORM 650-GRABAR-MOVIMIENTO.
           IF w-interes > ZERO
              ADD w-interes TO soc-saldo
              MOVE "G" TO w-mov-tipo
              MOVE w-interes TO w-mov-importe
              PERFORM 650-GRABAR-MOVIMIENTO
           END-IF.
           IF w-renueva = 1
              PERFORM 450-RENOVAR-PFIJO
           ELSE
              MOVE "P" TO pf-estado
              MOVE w-fecha-proc TO pf-fecha-baja
              MOVE "PAGADO" TO l-det-resultado
              ADD 1 TO w-fil-pagados
              ADD 1 TO w-gen-pagados
              ADD pf-capital TO w-gen-capital
           END-IF.
           REWRITE soc-reg
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR SALDO DE "
                          soc-filial "-" soc-cod
           END-REWRITE.
           REWRITE pf-reg
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL CERTIFICADO " pf-nro
           END-REWRITE.
           ADD w-interes TO w-fil-interes.
           ADD w-interes TO w-gen-interes.
           MOVE pf-nro TO l-det-nro.
           MOVE pf-filial TO l-det-filial.
           MOVE pf-cod TO l-det-cod.
           MOVE pf-capital TO l-det-capital.
           MOVE w-interes TO l-det-interes.
           DISPLAY lin-det.

      * nuevo periodo desde el vencimiento que se acaba de pagar, por
      * el mismo plazo y con la tasa del dia.
       450-RENOVAR-PFIJO.
           ADD 1 TO pf-renovaciones.
           IF w-hay-tasa = 1
              MOVE w-tasa-vigente TO pf-tasa
           END-IF.
           MOVE pf-vencimiento TO pf-fecha-constit.
           COMPUTE w-fecha-int =
               FUNCTION INTEGER-OF-DATE(pf-fecha-constit)
               + pf-plazo-dias.
           COMPUTE pf-vencimiento =
               FUNCTION DATE-OF-INTEGER(w-fecha-int).
           MOVE pf-renovaciones TO w-ref-renov.
           SUBTRACT pf-capital FROM soc-saldo.
           MOVE "F" TO w-mov-tipo.
           COMPUTE w-mov-importe = ZERO - pf-capital.
           PERFORM 650-GRABAR-MOVIMIENTO.
           MOVE SPACES TO l-det-resultado.
           STRING "RENOVADO AL " DELIMITED BY SIZE
                  pf-vencimiento DELIMITED BY SIZE
                  INTO l-det-resultado
           END-STRING.
           ADD 1 TO w-fil-renovados.
           ADD 1 TO w-gen-renovados.

      * cada movimiento lleva el saldo tal como queda despues de el,
      * asi la cadena de saldos resultantes cierra contra soc-saldo.
       650-GRABAR-MOVIMIENTO.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
           MOVE w-fecha-proc TO mov-fecha.
           ACCEPT mov-hora FROM TIME.
           MOVE w-mov-tipo TO mov-tipo.
           MOVE w-mov-importe TO mov-importe.
           MOVE soc-saldo TO mov-saldo-result.
           MOVE w-usuario-batch TO mov-usuario.
           MOVE w-ref-pfijo TO mov-contraparte.
      * los movimientos del mismo certificado se graban en el mismo
      * centesimo: ante la clave duplicada se corre la hora y se
      * reintenta.
           MOVE ZERO TO w-mov-grabado.
           PERFORM 660-INTENTAR-GRABAR-MOV.
           PERFORM UNTIL w-mov-grabado = 1
              ADD 1 TO mov-hora
              PERFORM 660-INTENTAR-GRABAR-MOV
           END-PERFORM.
           ADD 1 TO w-cant-movs.

      * solo la clave duplicada (estado 22) amerita reintentar con la
      * hora corrida; cualquier otra falla de WRITE corta por la
      * clasificacion comun en vez de quedar ciclando.
       660-INTENTAR-GRABAR-MOV.
           WRITE mov-reg
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO w-mov-grabado
                  PERFORM 980-ACTUALIZAR-RESUMEN
           END-WRITE.
           IF w-mov-grabado = 0
              AND w-fs-movimientos NOT = "22"
              MOVE "MOVIMIENTOS" TO w-err-archivo
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

       700-CORTE-FILIAL.
           IF w-fil-pagados NOT = ZERO OR w-fil-renovados NOT = ZERO
              MOVE w-fil-ant TO l-fil-cod
              MOVE w-fil-pagados TO l-fil-pagados
              MOVE w-fil-renovados TO l-fil-renovados
              MOVE w-fil-interes TO l-fil-interes
              DISPLAY lin-tot-filial
           END-IF.
           MOVE pf-filial TO w-fil-ant.
           MOVE ZERO TO w-fil-pagados.
           MOVE ZERO TO w-fil-renovados.
           MOVE ZERO TO w-fil-interes.

       800-FIN.
           IF w-primer-pfijo = 0
              PERFORM 700-CORTE-FILIAL
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-gen-pagados TO l-gen-pagados.
           MOVE w-gen-capital TO l-gen-capital.
           DISPLAY lin-tot-general.
           MOVE w-gen-renovados TO l-gen-renovados.
           DISPLAY lin-tot-renovados.
           MOVE w-gen-interes TO l-gen-interes.
           DISPLAY lin-tot-interes.
           CLOSE PFIJOS.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-leidos TO w-run-leidos.
           MOVE w-cant-movs TO w-run-grabados.
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

      * mantiene al dia resumov.dat con el movimiento recien grabado
      * (todavia en mov-reg): cantidad, ultimo movimiento y totales
      * del mes de ese ultimo movimiento. Una falla aca no corta el
      * posteo, que ya quedo grabado: se avisa, VERIFICA-SALDOS marca
      * el desfasaje y REARMA-RESUMOV lo vuelve a armar del detalle.
       980-ACTUALIZAR-RESUMEN.
           IF w-rsm-existe = 1
              MOVE mov-soc-llave TO rsm-soc-llave
              MOVE ZERO TO w-rsm-nuevo
              READ RESUMOV
                  INVALID KEY MOVE 1 TO w-rsm-nuevo
              END-READ
              IF w-rsm-nuevo = 1
                 MOVE mov-soc-llave TO rsm-soc-llave
                 MOVE ZERO TO rsm-ult-fecha
                 MOVE ZERO TO rsm-ult-hora
                 MOVE ZERO TO rsm-ult-saldo
                 MOVE ZERO TO rsm-cant-movs
                 MOVE ZERO TO rsm-periodo
                 MOVE ZERO TO rsm-mes-cant
                 MOVE ZERO TO rsm-mes-creditos
                 MOVE ZERO TO rsm-mes-debitos
              END-IF
              ADD 1 TO rsm-cant-movs
              IF mov-fecha > rsm-ult-fecha
                 OR (mov-fecha = rsm-ult-fecha
                     AND mov-hora > rsm-ult-hora)
                 MOVE mov-fecha TO rsm-ult-fecha
                 MOVE mov-hora TO rsm-ult-hora
                 MOVE mov-saldo-result TO rsm-ult-saldo
              END-IF
              MOVE mov-fecha(1:6) TO w-rsm-periodo-mov
              IF w-rsm-periodo-mov > rsm-periodo
                 MOVE w-rsm-periodo-mov TO rsm-periodo
                 MOVE ZERO TO rsm-mes-cant
                 MOVE ZERO TO rsm-mes-creditos
                 MOVE ZERO TO rsm-mes-debitos
              END-IF
              IF w-rsm-periodo-mov = rsm-periodo
                 ADD 1 TO rsm-mes-cant
                 IF mov-importe < ZERO
                    SUBTRACT mov-importe FROM rsm-mes-debitos
                 ELSE
                    ADD mov-importe TO rsm-mes-creditos
                 END-IF
              END-IF
              IF w-rsm-nuevo = 1
                 WRITE rsm-reg
                     INVALID KEY CONTINUE
                 END-WRITE
              ELSE
                 REWRITE rsm-reg
                     INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
              IF w-fs-resumov NOT = "00"
                 DISPLAY "RESUMEN DE MOVIMIENTOS NO ACTUALIZADO - "
                         mov-soc-llave " ESTADO " w-fs-resumov
                         " - CORRER REARMA-RESUMOV"
              END-IF
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
       END PROGRAM VENCE-PFIJOS.
