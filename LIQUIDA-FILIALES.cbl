      ******************************************************************
      * Author:
      * Date:
      * Purpose: daily settlement between filiales of the tipo T
      *          transfers whose two legs are in different filiales.
      *          Reads the day's T movements (LIQUIDA_FECHA, default
      *          the fecha de proceso) and, through mov-contraparte,
      *          nets them into one amount per pair of filiales: the
      *          filial whose socios sent more owes the difference
      *          to the other one. Each pair is checked leg against
      *          leg; a pair whose legs do not match (a transfer left
      *          half applied) is not settled and is reported.
      *          Writes three things:
      *            - liqfil.AAAAMMDD for treasury (LIQFIL_DAT):
      *                01 fecha(8)                        header
      *                02 fecha(8) deudora(4) acreedora(4)
      *                   importe(13, 2 dec implied) cantidad(6)
      *                99 cantidad(6) hash-total(15, centavos)
      *            - asientoliq.AAAAMMDD (ASIENTOLIQ_DAT), the entries
      *              ASIENTO-DIARIO adds to the day's extract: at the
      *              filial that owes, debe CAJA / haber ENLACEnnnn
      *              (nnnn = the other filial); at the one that is
      *              owed, debe ENLACEnnnn / haber CAJA;
      *            - one open position per pair and day in
      *              liqpend.dat.
      *          Treasury confirms each settlement with a fixed line
      *          in liqconf.dat:
      *            fecha(8) deudora(4) acreedora(4) importe(13)
      *          Same amount = the position is closed; a different
      *          amount or an unknown position is an exception and
      *          the position stays open. Processed confirmations are
      *          appended to liqconfhist.dat and liqconf.dat is
      *          emptied. The report lists the day's settlement, the
      *          confirmations taken and every position still open
      *          with its age in days. A day with a position already
      *          confirmed is not settled again (codigo 8). Ends with
      *          codigo 4 when there is any exception; run_batch.sh
      *          reports it and goes on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-FILIALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVIMIENTOS
           ASSIGN TO DYNAMIC w-path-movimientos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS mov-llave
           ALTERNATE RECORD KEY IS mov-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-movimientos.

           SELECT LIQFIL
           ASSIGN TO DYNAMIC w-path-liqfil
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-liqfil.

           SELECT ASIENTOLIQ
           ASSIGN TO DYNAMIC w-path-asientoliq
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-asientoliq.

           SELECT OPTIONAL LIQPEND
           ASSIGN TO DYNAMIC w-path-liqpend
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS lp-llave
           FILE STATUS IS w-fs-liqpend.

           SELECT OPTIONAL LIQCONF
           ASSIGN TO DYNAMIC w-path-liqconf
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-liqconf.

           SELECT OPTIONAL LIQCONFHIST
           ASSIGN TO DYNAMIC w-path-liqconfhist
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-liqconfhist.

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
       FD  MOVIMIENTOS.
       01  mov-reg.
           03 mov-llave.
               05 mov-soc-llave.
                   07 mov-filial pic 9999.
                   07 mov-cod pic 9999.
               05 mov-fecha pic 9(8).
               05 mov-hora pic 9(8).
           03 mov-tipo pic x(1).
               88 mov-transferencia value "T".
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-usuario pic x(12).
           03 mov-contraparte.
               05 mov-contra-filial pic 9999.
               05 mov-contra-cod pic 9999.

       FD  LIQFIL.
       01  liq-reg pic x(40).

       FD  ASIENTOLIQ.
       01  alq-reg.
           03 alq-fecha pic 9(8).
           03 alq-filial pic 9999.
           03 alq-cuenta pic x(10).
           03 alq-dh pic x(1).
           03 alq-importe pic 9(11)v99.

       FD  LIQPEND.
       01  lp-reg.
           03 lp-llave.
               05 lp-fecha pic 9(8).
               05 lp-deudora pic 9999.
               05 lp-acreedora pic 9999.
           03 lp-importe pic 9(11)v99.
           03 lp-cant pic 9(6).
           03 lp-estado pic x(1).
               88 lp-abierta value "A".
               88 lp-confirmada value "C".
           03 lp-fecha-conf pic 9(8).
           03 lp-importe-conf pic 9(11)v99.

       FD  LIQCONF.
       01  lc-reg.
           03 lc-fecha pic 9(8).
           03 lc-deudora pic 9999.
           03 lc-acreedora pic 9999.
           03 lc-importe pic 9(11)v99.
           03 filler pic x(11).

       FD  LIQCONFHIST.
       01  lin-liqconfhist pic x(60).

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).
       01  liq-encabezado.
           03 filler pic x(2) value "01".
           03 liq-enc-fecha pic 9(8).
           03 filler pic x(30) value spaces.
       01  liq-detalle.
           03 filler pic x(2) value "02".
           03 liq-det-fecha pic 9(8).
           03 liq-det-deudora pic 9999.
           03 liq-det-acreedora pic 9999.
           03 liq-det-importe pic 9(11)v99.
           03 liq-det-cant pic 9(6).
           03 filler pic x(3) value spaces.
       01  liq-cola.
           03 filler pic x(2) value "99".
           03 liq-cola-cant pic 9(6).
           03 liq-cola-hash pic 9(15).
           03 filler pic x(17) value spaces.

       01  lin-titulo.
           03 filler pic x(40) value
               "LIQUIDACION ENTRE FILIALES - FECHA: ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-subtit-dia.
           03 filler pic x(40) value
               "LIQUIDACION DEL DIA".
       01  lin-subtit-conf.
           03 filler pic x(40) value
               "CONFIRMACIONES DE TESORERIA".
       01  lin-subtit-pend.
           03 filler pic x(40) value
               "POSICIONES ABIERTAS".
       01  lin-encab.
           03 filler pic x(13) value "FECHA".
           03 filler pic x(10) value "DEUDORA".
           03 filler pic x(10) value "ACREEDORA".
           03 filler pic x(6) value "  OPER".
           03 filler pic x(16) value "         IMPORTE".
           03 filler pic x(6) value "  DIAS".
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "OBSERVACION".
       01  lin-det.
           03 l-det-fecha pic 9999/99/99.
           03 filler pic x(3) value spaces.
           03 l-det-deudora pic 9999.
           03 filler pic x(6) value spaces.
           03 l-det-acreedora pic 9999.
           03 filler pic x(6) value spaces.
           03 l-det-cant pic zzzzz9.
           03 filler pic x(1) value spaces.
           03 l-det-importe pic -(11)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-dias pic zzzzz.
           03 filler pic x(2) value spaces.
           03 l-det-obs pic x(30).
       01  lin-tot-liquidado.
           03 filler pic x(30) value "PARES LIQUIDADOS: ".
           03 l-tot-pares pic zz.zz9.
           03 filler pic x(4) value spaces.
           03 l-tot-liquidado pic -(11)9,99.
       01  lin-tot-cero.
           03 filler pic x(30) value "PARES NETEADOS EN CERO: ".
           03 l-tot-cero pic zz.zz9.
       01  lin-tot-conf.
           03 filler pic x(30) value "CONFIRMACIONES RECIBIDAS: ".
           03 l-tot-conf pic zz.zz9.
       01  lin-tot-cerradas.
           03 filler pic x(30) value "POSICIONES CERRADAS: ".
           03 l-tot-cerradas pic zz.zz9.
       01  lin-tot-abiertas.
           03 filler pic x(30) value "POSICIONES ABIERTAS: ".
           03 l-tot-abiertas pic zz.zz9.
           03 filler pic x(4) value spaces.
           03 l-tot-imp-abierto pic -(11)9,99.
       01  lin-tot-excepciones.
           03 filler pic x(30) value "EXCEPCIONES: ".
           03 l-tot-excepciones pic zz.zz9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-movimientos pic x(100).
       77  w-path-liqfil pic x(100).
       77  w-path-asientoliq pic x(100).
       77  w-path-liqpend pic x(100).
       77  w-path-liqconf pic x(100).
       77  w-path-liqconfhist pic x(100).
       77  w-fs-movimientos pic xx.
       77  w-fs-liqfil pic xx.
       77  w-fs-asientoliq pic xx.
       77  w-fs-liqpend pic xx.
       77  w-fs-liqconf pic xx.
       77  w-fs-liqconfhist pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

       77  w-env-fecha pic x(8).
       77  w-fecha-liq pic 9(8).
       77  w-int-proc pic 9(8).
       77  w-dias-abierta pic 9(5).

       77  w-eof-mov pic 9 value zero.
       77  w-eof-conf pic 9 value zero.
       77  w-eof-pend pic 9 value zero.
       77  w-mov-existe pic 9 value 1.
       77  w-hay-conf pic 9 value zero.

      *********pares de filiales del dia ******************************
      * una entrada por par, con la filial menor en a: suma de las
      * patas T registradas en a hacia b y de las registradas en b
      * hacia a. Con las dos patas de cada transferencia las sumas
      * son iguales y de signo contrario.
       01  w-tab-pares.
           03 w-par-entrada OCCURS 1000 TIMES.
               05 w-tp-fil-a pic 9999.
               05 w-tp-fil-b pic 9999.
               05 w-tp-suma-a pic s9(11)v99.
               05 w-tp-suma-b pic s9(11)v99.
               05 w-tp-cant pic 9(6).
       77  w-par-tope pic 9(4) value zero.
       77  w-par-ix pic 9(4).
       77  w-par-hallado pic 9.
       77  w-par-lleno pic 9 value zero.
       77  w-busca-a pic 9999.
       77  w-busca-b pic 9999.

       77  w-deudora pic 9999.
       77  w-acreedora pic 9999.
       77  w-importe pic 9(11)v99.
       77  w-cuenta-enlace pic x(10).
       77  w-total-liquidado pic 9(13)v99 value zero.
       77  w-total-abierto pic 9(13)v99 value zero.
       77  w-cant-lineas pic 9(6) value zero.
       77  w-hash-total pic 9(15) value zero.
       77  w-centavos pic 9(13).

       77  w-cant-pares pic 9(5) value zero.
       77  w-cant-cero pic 9(5) value zero.
       77  w-cant-conf pic 9(5) value zero.
       77  w-cant-cerradas pic 9(5) value zero.
       77  w-cant-abiertas pic 9(5) value zero.
       77  w-cant-excepciones pic 9(5) value zero.
       77  w-run-rc-final pic 9(4) value zero.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "LIQUIDA-FILIALES".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-TOMAR-CONFIRMACIONES.
            PERFORM 300-ACUMULAR-MOVIMIENTOS.
            PERFORM 400-GENERAR-LIQUIDACION.
            PERFORM 500-LISTAR-ABIERTAS.
            PERFORM 800-FIN.
            MOVE w-run-rc-final TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           PERFORM 110-PIDO-FECHA.
           MOVE "INICIO" TO w-run-evento.
           MOVE ZERO TO w-run-leidos.
           MOVE ZERO TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           COMPUTE w-int-proc = FUNCTION INTEGER-OF-DATE(w-fecha-proc).
           INITIALIZE w-tab-pares.
           MOVE w-fecha-liq TO l-tit-fecha.
           DISPLAY lin-titulo.
           OPEN I-O LIQPEND.
           IF w-fs-liqpend = "35"
              OPEN OUTPUT LIQPEND
              CLOSE LIQPEND
              OPEN I-O LIQPEND
           END-IF.
           IF w-fs-liqpend NOT = "00"
              AND w-fs-liqpend NOT = "05"
              MOVE "LIQPEND" TO w-err-archivo
              MOVE w-fs-liqpend TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           PERFORM 120-CONTROLAR-DIA.

       105-TOMAR-RUTAS.
           ACCEPT w-path-movimientos FROM ENVIRONMENT
                  "MOVIMIENTOS_DAT".
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-liqpend FROM ENVIRONMENT "LIQPEND_DAT".
           IF w-path-liqpend = SPACES
              MOVE '..\liqpend.dat' TO w-path-liqpend
           END-IF.
           ACCEPT w-path-liqconf FROM ENVIRONMENT "LIQCONF_DAT".
           IF w-path-liqconf = SPACES
              MOVE '..\liqconf.dat' TO w-path-liqconf
           END-IF.
           ACCEPT w-path-liqconfhist FROM ENVIRONMENT
                  "LIQCONFHIST_DAT".
           IF w-path-liqconfhist = SPACES
              MOVE '..\liqconfhist.dat' TO w-path-liqconfhist
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.

       110-PIDO-FECHA.
           ACCEPT w-env-fecha FROM ENVIRONMENT "LIQUIDA_FECHA".
           IF w-env-fecha NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-env-fecha))
                  TO w-fecha-liq
           ELSE
              MOVE w-fecha-proc TO w-fecha-liq
           END-IF.
      * los dos archivos de salida quedan fechados con el dia
      * liquidado; ASIENTO-DIARIO busca asientoliq con su misma fecha.
           ACCEPT w-path-liqfil FROM ENVIRONMENT "LIQFIL_DAT".
           IF w-path-liqfil = SPACES
              STRING '..\liqfil.' DELIMITED BY SIZE
                     w-fecha-liq DELIMITED BY SIZE
                     INTO w-path-liqfil
              END-STRING
           END-IF.
           ACCEPT w-path-asientoliq FROM ENVIRONMENT "ASIENTOLIQ_DAT".
           IF w-path-asientoliq = SPACES
              STRING '..\asientoliq.' DELIMITED BY SIZE
                     w-fecha-liq DELIMITED BY SIZE
                     INTO w-path-asientoliq
              END-STRING
           END-IF.

      * un dia con alguna posicion ya confirmada por tesoreria no se
      * vuelve a liquidar: la plata ya se movio con esos importes.
      * Si nada esta confirmado, las posiciones del dia se borran y
      * se vuelven a grabar con lo que haya hoy en movimientos.
       120-CONTROLAR-DIA.
           MOVE w-fecha-liq TO lp-fecha.
           MOVE ZERO TO lp-deudora.
           MOVE ZERO TO lp-acreedora.
           START LIQPEND KEY IS NOT LESS THAN lp-llave
               INVALID KEY MOVE 1 TO w-eof-pend
           END-START.
           PERFORM UNTIL w-eof-pend = 1
              READ LIQPEND NEXT
                  AT END MOVE 1 TO w-eof-pend
                  NOT AT END
                     IF lp-fecha NOT = w-fecha-liq
                        MOVE 1 TO w-eof-pend
                     ELSE
                        IF lp-confirmada
                           DISPLAY "LA LIQUIDACION DE ESA FECHA YA "
                                   "FUE CONFIRMADA POR TESORERIA - "
                                   "NO SE REGENERA"
                           CLOSE LIQPEND
                           MOVE 8 TO RETURN-CODE
                           PERFORM 990-CORTAR
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           MOVE ZERO TO w-eof-pend.
           MOVE w-fecha-liq TO lp-fecha.
           MOVE ZERO TO lp-deudora.
           MOVE ZERO TO lp-acreedora.
           START LIQPEND KEY IS NOT LESS THAN lp-llave
               INVALID KEY MOVE 1 TO w-eof-pend
           END-START.
           PERFORM UNTIL w-eof-pend = 1
              READ LIQPEND NEXT
                  AT END MOVE 1 TO w-eof-pend
                  NOT AT END
                     IF lp-fecha NOT = w-fecha-liq
                        MOVE 1 TO w-eof-pend
                     ELSE
                        DELETE LIQPEND
                     END-IF
              END-READ
           END-PERFORM.
           MOVE ZERO TO w-eof-pend.

      * cada confirmacion se guarda en el historico con la fecha de
      * proceso en que se tomo y se aplica sobre su posicion.
       200-TOMAR-CONFIRMACIONES.
           OPEN INPUT LIQCONF.
           IF w-fs-liqconf = "00"
              MOVE 1 TO w-hay-conf
           ELSE
              MOVE 1 TO w-eof-conf
              IF w-fs-liqconf NOT = "05"
                 AND w-fs-liqconf NOT = "35"
                 MOVE "LIQCONF" TO w-err-archivo
                 MOVE w-fs-liqconf TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
           END-IF.
           OPEN EXTEND LIQCONFHIST.
           IF w-fs-liqconfhist = "35"
              OPEN OUTPUT LIQCONFHIST
              CLOSE LIQCONFHIST
              OPEN EXTEND LIQCONFHIST
           END-IF.
           IF w-fs-liqconfhist NOT = "00"
              AND w-fs-liqconfhist NOT = "05"
              MOVE "LIQCONFHIST" TO w-err-archivo
              MOVE w-fs-liqconfhist TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           IF w-hay-conf = 1
              DISPLAY lin-guarda2
              DISPLAY lin-subtit-conf
              DISPLAY lin-encab
           END-IF.
           PERFORM 210-LEER-CONFIRMACION.
           PERFORM UNTIL w-eof-conf = 1
              IF lc-reg NOT = SPACES
                 PERFORM 220-TOMAR-CONFIRMACION
              END-IF
              PERFORM 210-LEER-CONFIRMACION
           END-PERFORM.
      * lo aplicado queda en liqconfhist.dat; se vacia la entrada
      * para que tesoreria deje las proximas.
           IF w-hay-conf = 1
              CLOSE LIQCONF
              OPEN OUTPUT LIQCONF
              CLOSE LIQCONF
           END-IF.
           CLOSE LIQCONFHIST.

       210-LEER-CONFIRMACION.
           IF w-eof-conf NOT = 1
              READ LIQCONF
                  AT END MOVE 1 TO w-eof-conf
              END-READ
           END-IF.

       220-TOMAR-CONFIRMACION.
           ADD 1 TO w-cant-conf.
           MOVE SPACES TO lin-liqconfhist.
           STRING w-fecha-proc    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  lc-fecha        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  lc-deudora      DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  lc-acreedora    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  lc-importe      DELIMITED BY SIZE
                  INTO lin-liqconfhist
           END-STRING.
           WRITE lin-liqconfhist.
           MOVE lc-fecha TO l-det-fecha.
           MOVE lc-deudora TO l-det-deudora.
           MOVE lc-acreedora TO l-det-acreedora.
           MOVE lc-importe TO l-det-importe.
           MOVE ZERO TO l-det-cant.
           MOVE lc-fecha TO lp-fecha.
           MOVE lc-deudora TO lp-deudora.
           MOVE lc-acreedora TO lp-acreedora.
           READ LIQPEND
               INVALID KEY
                  MOVE "SIN POSICION ABIERTA" TO l-det-obs
                  ADD 1 TO w-cant-excepciones
               NOT INVALID KEY
                  PERFORM 230-APLICAR-CONFIRMACION
           END-READ.
           DISPLAY lin-det.

      * una confirmacion repetida de una posicion ya cerrada con el
      * mismo importe no cambia nada; un importe distinto deja la
      * posicion abierta y sale como excepcion hasta que tesoreria
      * mande el correcto.
       230-APLICAR-CONFIRMACION.
           MOVE lp-cant TO l-det-cant.
           EVALUATE TRUE
              WHEN lp-confirmada AND lc-importe = lp-importe
                 MOVE "YA CONFIRMADA" TO l-det-obs
              WHEN lp-confirmada
                 MOVE "DIFIERE DE LO YA CONFIRMADO" TO l-det-obs
                 ADD 1 TO w-cant-excepciones
              WHEN lc-importe = lp-importe
                 MOVE "C" TO lp-estado
                 MOVE w-fecha-proc TO lp-fecha-conf
                 MOVE lc-importe TO lp-importe-conf
                 PERFORM 240-REGRABAR-POSICION
                 MOVE "CONFIRMADA" TO l-det-obs
                 ADD 1 TO w-cant-cerradas
              WHEN OTHER
                 MOVE lc-importe TO lp-importe-conf
                 PERFORM 240-REGRABAR-POSICION
                 MOVE "DIFERENCIA - QUEDA ABIERTA" TO l-det-obs
                 ADD 1 TO w-cant-excepciones
           END-EVALUATE.

       240-REGRABAR-POSICION.
           REWRITE lp-reg
               INVALID KEY
                  MOVE "LIQPEND" TO w-err-archivo
                  MOVE w-fs-liqpend TO w-err-fs
                  PERFORM 950-ERROR-ARCHIVO
           END-REWRITE.

       300-ACUMULAR-MOVIMIENTOS.
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
           IF w-mov-existe = 1
              PERFORM 310-LEER-MOVIMIENTO
              PERFORM UNTIL w-eof-mov = 1
                 IF mov-fecha = w-fecha-liq AND mov-transferencia
                    AND mov-contra-filial NOT = mov-filial
                    PERFORM 320-ACUMULAR-PATA
                 END-IF
                 PERFORM 310-LEER-MOVIMIENTO
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF.

       310-LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-eof-mov.

      * cada pata suma en el par ordenado por filial; las
      * contramarchas entran con su signo y netean solas.
       320-ACUMULAR-PATA.
           ADD 1 TO w-run-leidos.
           IF mov-filial < mov-contra-filial
              MOVE mov-filial TO w-busca-a
              MOVE mov-contra-filial TO w-busca-b
           ELSE
              MOVE mov-contra-filial TO w-busca-a
              MOVE mov-filial TO w-busca-b
           END-IF.
           PERFORM 330-BUSCAR-PAR.
           IF w-par-hallado = 1
              IF mov-filial = w-busca-a
                 ADD mov-importe TO w-tp-suma-a(w-par-ix)
                 ADD 1 TO w-tp-cant(w-par-ix)
              ELSE
                 ADD mov-importe TO w-tp-suma-b(w-par-ix)
              END-IF
           END-IF.

      * ubica (o da de alta) el par en la tabla y deja el
      * subscripto en w-par-ix.
       330-BUSCAR-PAR.
           MOVE ZERO TO w-par-hallado.
           PERFORM VARYING w-par-ix FROM 1 BY 1
                   UNTIL w-par-ix > w-par-tope
                      OR w-par-hallado = 1
              IF w-tp-fil-a(w-par-ix) = w-busca-a
                 AND w-tp-fil-b(w-par-ix) = w-busca-b
                 MOVE 1 TO w-par-hallado
              END-IF
           END-PERFORM.
           IF w-par-hallado = 1
              SUBTRACT 1 FROM w-par-ix
           ELSE
              IF w-par-tope < 1000
                 ADD 1 TO w-par-tope
                 MOVE w-par-tope TO w-par-ix
                 MOVE w-busca-a TO w-tp-fil-a(w-par-ix)
                 MOVE w-busca-b TO w-tp-fil-b(w-par-ix)
                 MOVE 1 TO w-par-hallado
              ELSE
                 IF w-par-lleno = 0
                    DISPLAY "TABLA DE PARES COMPLETA - HAY "
                            "TRANSFERENCIAS SIN LIQUIDAR"
                    MOVE 1 TO w-par-lleno
                    ADD 1 TO w-cant-excepciones
                 END-IF
              END-IF
           END-IF.

       400-GENERAR-LIQUIDACION.
           OPEN OUTPUT LIQFIL.
           IF w-fs-liqfil NOT = "00"
              MOVE "LIQFIL" TO w-err-archivo
              MOVE w-fs-liqfil TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT ASIENTOLIQ.
           IF w-fs-asientoliq NOT = "00"
              MOVE "ASIENTOLIQ" TO w-err-archivo
              MOVE w-fs-asientoliq TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE w-fecha-liq TO liq-enc-fecha.
           WRITE liq-reg FROM liq-encabezado.
           DISPLAY lin-guarda2.
           DISPLAY lin-subtit-dia.
           DISPLAY lin-encab.
           PERFORM VARYING w-par-ix FROM 1 BY 1
                   UNTIL w-par-ix > w-par-tope
              PERFORM 410-LIQUIDAR-PAR
           END-PERFORM.
           IF w-par-tope = ZERO
              DISPLAY "SIN TRANSFERENCIAS ENTRE FILIALES"
           END-IF.
           MOVE w-cant-lineas TO liq-cola-cant.
           MOVE w-hash-total TO liq-cola-hash.
           WRITE liq-reg FROM liq-cola.
           CLOSE LIQFIL.
           CLOSE ASIENTOLIQ.

      * la suma de a negativa quiere decir que los socios de a
      * mandaron mas de lo que recibieron: a le debe la diferencia a
      * b. Un par cuyas patas no se compensan tiene una transferencia
      * aplicada a medias y no se liquida hasta corregirla.
       410-LIQUIDAR-PAR.
           MOVE w-fecha-liq TO l-det-fecha.
           MOVE w-tp-cant(w-par-ix) TO l-det-cant.
           IF w-tp-suma-a(w-par-ix) + w-tp-suma-b(w-par-ix)
              NOT = ZERO
              MOVE w-tp-fil-a(w-par-ix) TO l-det-deudora
              MOVE w-tp-fil-b(w-par-ix) TO l-det-acreedora
              MOVE w-tp-suma-a(w-par-ix) TO l-det-importe
              MOVE "PATAS SIN PAR - NO SE LIQUIDA" TO l-det-obs
              DISPLAY lin-det
              ADD 1 TO w-cant-excepciones
           ELSE
              IF w-tp-suma-a(w-par-ix) = ZERO
                 MOVE w-tp-fil-a(w-par-ix) TO l-det-deudora
                 MOVE w-tp-fil-b(w-par-ix) TO l-det-acreedora
                 MOVE ZERO TO l-det-importe
                 MOVE "NETEADO EN CERO" TO l-det-obs
                 DISPLAY lin-det
                 ADD 1 TO w-cant-cero
              ELSE
                 IF w-tp-suma-a(w-par-ix) < ZERO
                    MOVE w-tp-fil-a(w-par-ix) TO w-deudora
                    MOVE w-tp-fil-b(w-par-ix) TO w-acreedora
                    COMPUTE w-importe = ZERO - w-tp-suma-a(w-par-ix)
                 ELSE
                    MOVE w-tp-fil-b(w-par-ix) TO w-deudora
                    MOVE w-tp-fil-a(w-par-ix) TO w-acreedora
                    MOVE w-tp-suma-a(w-par-ix) TO w-importe
                 END-IF
                 PERFORM 420-GRABAR-LIQUIDACION
              END-IF
           END-IF.

       420-GRABAR-LIQUIDACION.
           MOVE w-fecha-liq TO liq-det-fecha.
           MOVE w-deudora TO liq-det-deudora.
           MOVE w-acreedora TO liq-det-acreedora.
           MOVE w-importe TO liq-det-importe.
           MOVE w-tp-cant(w-par-ix) TO liq-det-cant.
           WRITE liq-reg FROM liq-detalle.
           IF w-fs-liqfil NOT = "00"
              MOVE "LIQFIL" TO w-err-archivo
              MOVE w-fs-liqfil TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO w-cant-lineas.
           COMPUTE w-centavos = w-importe * 100.
           ADD w-centavos TO w-hash-total.
           ADD 1 TO w-cant-pares.
           ADD w-importe TO w-total-liquidado.
      * la deudora recupera en CAJA lo que su asiento le bajo y queda
      * debiendo a la otra; la acreedora al reves.
           MOVE SPACES TO w-cuenta-enlace.
           STRING "ENLACE" DELIMITED BY SIZE
                  w-acreedora DELIMITED BY SIZE
                  INTO w-cuenta-enlace
           END-STRING.
           MOVE w-deudora TO alq-filial.
           MOVE "CAJA" TO alq-cuenta.
           MOVE "D" TO alq-dh.
           PERFORM 430-GRABAR-ASIENTO.
           MOVE w-cuenta-enlace TO alq-cuenta.
           MOVE "H" TO alq-dh.
           PERFORM 430-GRABAR-ASIENTO.
           MOVE SPACES TO w-cuenta-enlace.
           STRING "ENLACE" DELIMITED BY SIZE
                  w-deudora DELIMITED BY SIZE
                  INTO w-cuenta-enlace
           END-STRING.
           MOVE w-acreedora TO alq-filial.
           MOVE w-cuenta-enlace TO alq-cuenta.
           MOVE "D" TO alq-dh.
           PERFORM 430-GRABAR-ASIENTO.
           MOVE "CAJA" TO alq-cuenta.
           MOVE "H" TO alq-dh.
           PERFORM 430-GRABAR-ASIENTO.
           PERFORM 440-ABRIR-POSICION.
           MOVE w-deudora TO l-det-deudora.
           MOVE w-acreedora TO l-det-acreedora.
           MOVE w-importe TO l-det-importe.
           MOVE SPACES TO l-det-obs.
           DISPLAY lin-det.

       430-GRABAR-ASIENTO.
           MOVE w-fecha-liq TO alq-fecha.
           MOVE w-importe TO alq-importe.
           WRITE alq-reg.
           IF w-fs-asientoliq NOT = "00"
              MOVE "ASIENTOLIQ" TO w-err-archivo
              MOVE w-fs-asientoliq TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

       440-ABRIR-POSICION.
           MOVE w-fecha-liq TO lp-fecha.
           MOVE w-deudora TO lp-deudora.
           MOVE w-acreedora TO lp-acreedora.
           MOVE w-importe TO lp-importe.
           MOVE w-tp-cant(w-par-ix) TO lp-cant.
           MOVE "A" TO lp-estado.
           MOVE ZERO TO lp-fecha-conf.
           MOVE ZERO TO lp-importe-conf.
           WRITE lp-reg
               INVALID KEY
                  MOVE "LIQPEND" TO w-err-archivo
                  MOVE w-fs-liqpend TO w-err-fs
                  PERFORM 950-ERROR-ARCHIVO
           END-WRITE.
           ADD 1 TO w-run-grabados.

      * todo lo que tesoreria no confirmo sigue saliendo, dia tras
      * dia, con su antiguedad.
       500-LISTAR-ABIERTAS.
           DISPLAY lin-guarda2.
           DISPLAY lin-subtit-pend.
           DISPLAY lin-encab.
           MOVE ZERO TO w-eof-pend.
           MOVE LOW-VALUES TO lp-llave.
           START LIQPEND KEY IS NOT LESS THAN lp-llave
               INVALID KEY MOVE 1 TO w-eof-pend
           END-START.
           PERFORM UNTIL w-eof-pend = 1
              READ LIQPEND NEXT
                  AT END MOVE 1 TO w-eof-pend
                  NOT AT END
                     IF lp-abierta
                        PERFORM 510-LISTAR-POSICION
                     END-IF
              END-READ
           END-PERFORM.
           IF w-cant-abiertas = ZERO
              DISPLAY "SIN POSICIONES ABIERTAS"
           END-IF.

       510-LISTAR-POSICION.
           ADD 1 TO w-cant-abiertas.
           ADD lp-importe TO w-total-abierto.
           COMPUTE w-dias-abierta =
               w-int-proc - FUNCTION INTEGER-OF-DATE(lp-fecha).
           MOVE lp-fecha TO l-det-fecha.
           MOVE lp-deudora TO l-det-deudora.
           MOVE lp-acreedora TO l-det-acreedora.
           MOVE lp-cant TO l-det-cant.
           MOVE lp-importe TO l-det-importe.
           MOVE w-dias-abierta TO l-det-dias.
           IF lp-importe-conf NOT = ZERO
              MOVE "CONFIRMO OTRO IMPORTE" TO l-det-obs
           ELSE
              MOVE SPACES TO l-det-obs
           END-IF.
           DISPLAY lin-det.
           MOVE ZERO TO l-det-dias.

       800-FIN.
           DISPLAY lin-guarda2.
           MOVE w-cant-pares TO l-tot-pares.
           MOVE w-total-liquidado TO l-tot-liquidado.
           DISPLAY lin-tot-liquidado.
           MOVE w-cant-cero TO l-tot-cero.
           DISPLAY lin-tot-cero.
           MOVE w-cant-conf TO l-tot-conf.
           DISPLAY lin-tot-conf.
           MOVE w-cant-cerradas TO l-tot-cerradas.
           DISPLAY lin-tot-cerradas.
           MOVE w-cant-abiertas TO l-tot-abiertas.
           MOVE w-total-abierto TO l-tot-imp-abierto.
           DISPLAY lin-tot-abiertas.
           MOVE w-cant-excepciones TO l-tot-excepciones.
           DISPLAY lin-tot-excepciones.
           CLOSE LIQPEND.
           IF w-cant-excepciones > ZERO
              MOVE 4 TO w-run-rc-final
           END-IF.
           MOVE "FIN" TO w-run-evento.
           MOVE w-run-rc-final TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

      * corte controlado antes de liquidar: deja asentado el codigo
      * en la bitacora y termina sin tocar los archivos de salida.
       990-CORTAR.
           MOVE "FIN" TO w-run-evento.
           MOVE ZERO TO w-run-grabados.
           MOVE RETURN-CODE TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           STOP RUN.

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
       END PROGRAM LIQUIDA-FILIALES.
