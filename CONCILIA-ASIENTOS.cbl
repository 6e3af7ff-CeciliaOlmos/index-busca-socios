      ******************************************************************
      * Author:
      * Date:
      * Purpose: reconciliation of the daily journal extracts against
      *          the acknowledgements returned by the general ledger.
      *          The ledger drops one fixed line per extract it
      *          processed in ackmayor.dat:
      *            fecha(8) cantidad(6) hash-total(15) resultado(1)
      *          (resultado A aceptado, R rechazado; blank = A).
      *          Each ack is matched against the registry that
      *          ASIENTO-DIARIO keeps in regasiento.dat: same cantidad
      *          and hash = conciliado; different = diferencia;
      *          rechazado = the day must be regenerated with
      *          ASIENTO_FECHA and sent again. Processed acks are
      *          appended to ackhist.dat and ackmayor.dat is emptied,
      *          so each ack counts once. Then the whole registry is
      *          listed for exceptions: days with a difference or a
      *          rejection, days still without ack ACK_DIAS days
      *          (default 3) after being generated, and acks for days
      *          never registered. Ends with codigo 4 when there is
      *          any exception; run_batch.sh reports it and goes on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-ASIENTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACKMAYOR
           ASSIGN TO DYNAMIC w-path-ackmayor
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-ackmayor.

           SELECT OPTIONAL ACKHIST
           ASSIGN TO DYNAMIC w-path-ackhist
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-ackhist.

           SELECT OPTIONAL REGASIENTO
           ASSIGN TO DYNAMIC w-path-regasiento
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rga-fecha
           FILE STATUS IS w-fs-regasiento.

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
       FD  ACKMAYOR.
       01  ack-reg.
           03 ack-fecha pic 9(8).
           03 ack-cant pic 9(6).
           03 ack-hash pic 9(15).
           03 ack-resultado pic x(1).
               88 ack-rechazado value "R".
           03 filler pic x(10).

       FD  ACKHIST.
       01  lin-ackhist pic x(60).

       FD  REGASIENTO.
       01  rga-reg.
           03 rga-fecha pic 9(8).
           03 rga-cant pic 9(6).
           03 rga-hash pic 9(15).
           03 rga-total pic 9(13)v99.
           03 rga-generacion pic 99.
           03 rga-fecha-gen pic 9(8).
           03 rga-hora-gen pic 9(8).
           03 rga-estado pic x(1).
               88 rga-pendiente value "P".
               88 rga-conciliado value "C".
               88 rga-diferencia value "D".
               88 rga-rechazado value "R".
           03 rga-ack-cant pic 9(6).
           03 rga-ack-hash pic 9(15).
           03 rga-fecha-ack pic 9(8).

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).
       01  lin-titulo.
           03 filler pic x(40) value
               "CONCILIACION DE EXTRACTOS CON EL MAYOR ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-encab-exc.
           03 filler pic x(11) value "FECHA".
           03 filler pic x(4) value "GEN".
           03 filler pic x(8) value "  CANT".
           03 filler pic x(16) value "            HASH".
           03 filler pic x(8) value "ACK CANT".
           03 filler pic x(16) value "        ACK HASH".
           03 filler pic x(18) value "  EXCEPCION".
       01  lin-exc.
           03 l-exc-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-exc-gen pic z9.
           03 filler pic x(2) value spaces.
           03 l-exc-cant pic zzzzz9.
           03 filler pic x(1) value spaces.
           03 l-exc-hash pic z(14)9.
           03 filler pic x(2) value spaces.
           03 l-exc-ack-cant pic zzzzz9.
           03 filler pic x(1) value spaces.
           03 l-exc-ack-hash pic z(14)9.
           03 filler pic x(2) value spaces.
           03 l-exc-motivo pic x(24).
       01  lin-regenerar.
           03 filler pic x(28) value
               "   REGENERAR: ASIENTO_FECHA=".
           03 l-reg-fecha pic 9(8).
           03 filler pic x(18) value " ./ASIENTO-DIARIO".
       01  lin-tot-acks.
           03 filler pic x(30) value "ACKS RECIBIDOS: ".
           03 l-tot-acks pic zz.zz9.
       01  lin-tot-conciliados.
           03 filler pic x(30) value "CONCILIADOS EN ESTA CORRIDA: ".
           03 l-tot-conciliados pic zz.zz9.
       01  lin-tot-registrados.
           03 filler pic x(30) value "EXTRACTOS REGISTRADOS: ".
           03 l-tot-registrados pic zz.zz9.
       01  lin-tot-en-plazo.
           03 filler pic x(30) value "PENDIENTES EN PLAZO: ".
           03 l-tot-en-plazo pic zz.zz9.
       01  lin-tot-excepciones.
           03 filler pic x(30) value "EXCEPCIONES: ".
           03 l-tot-excepciones pic zz.zz9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-ackmayor pic x(100).
       77  w-path-ackhist pic x(100).
       77  w-path-regasiento pic x(100).
       77  w-fs-ackmayor pic xx.
       77  w-fs-ackhist pic xx.
       77  w-fs-regasiento pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********espera maxima del ack **********************************
       77  w-env-dias pic x(5).
       77  w-dias pic 999 value 3.
       77  w-fecha-limite pic 9(8).
       77  w-fecha-int pic 9(8).

       77  w-eof-ack pic 9 value zero.
       77  w-eof-reg pic 9 value zero.
       77  w-hay-acks pic 9 value zero.
       77  w-cant-acks pic 9(5) value zero.
       77  w-cant-conciliados pic 9(5) value zero.
       77  w-cant-registrados pic 9(5) value zero.
       77  w-cant-en-plazo pic 9(5) value zero.
       77  w-cant-excepciones pic 9(5) value zero.
       77  w-run-rc-final pic 9(4) value zero.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "CONCILIA-ASIENTO".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-ACK.
            PERFORM UNTIL w-eof-ack = 1
               PERFORM 300-PROCESO-ACK
               PERFORM 200-LEER-ACK
            END-PERFORM.
            PERFORM 400-CONSUMIR-ACKS.
            PERFORM 500-REVISAR-REGISTRO.
            PERFORM 800-FIN.
            MOVE w-run-rc-final TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           MOVE "INICIO" TO w-run-evento.
           MOVE ZERO TO w-run-leidos.
           MOVE ZERO TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           COMPUTE w-fecha-int =
               FUNCTION INTEGER-OF-DATE(w-fecha-proc) - w-dias.
           COMPUTE w-fecha-limite =
               FUNCTION DATE-OF-INTEGER(w-fecha-int).
           MOVE w-fecha-proc TO l-tit-fecha.
           DISPLAY lin-titulo.
           OPEN I-O REGASIENTO.
           IF w-fs-regasiento = "35"
              OPEN OUTPUT REGASIENTO
              CLOSE REGASIENTO
              OPEN I-O REGASIENTO
           END-IF.
           IF w-fs-regasiento NOT = "00"
              AND w-fs-regasiento NOT = "05"
              MOVE "REGASIENTO" TO w-err-archivo
              MOVE w-fs-regasiento TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT ACKMAYOR.
           IF w-fs-ackmayor = "00"
              MOVE 1 TO w-hay-acks
           ELSE
              MOVE 1 TO w-eof-ack
              IF w-fs-ackmayor NOT = "05"
                 AND w-fs-ackmayor NOT = "35"
                 MOVE "ACKMAYOR" TO w-err-archivo
                 MOVE w-fs-ackmayor TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
           END-IF.
           OPEN EXTEND ACKHIST.
           IF w-fs-ackhist = "35"
              OPEN OUTPUT ACKHIST
              CLOSE ACKHIST
              OPEN EXTEND ACKHIST
           END-IF.
           IF w-fs-ackhist NOT = "00"
              AND w-fs-ackhist NOT = "05"
              MOVE "ACKHIST" TO w-err-archivo
              MOVE w-fs-ackhist TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           DISPLAY lin-encab-exc.

       105-TOMAR-RUTAS.
           ACCEPT w-path-ackmayor FROM ENVIRONMENT "ACKMAYOR_DAT".
           IF w-path-ackmayor = SPACES
              MOVE '..\ackmayor.dat' TO w-path-ackmayor
           END-IF.
           ACCEPT w-path-ackhist FROM ENVIRONMENT "ACKHIST_DAT".
           IF w-path-ackhist = SPACES
              MOVE '..\ackhist.dat' TO w-path-ackhist
           END-IF.
           ACCEPT w-path-regasiento FROM ENVIRONMENT "REGASIENTO_DAT".
           IF w-path-regasiento = SPACES
              MOVE '..\regasiento.dat' TO w-path-regasiento
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.
           ACCEPT w-env-dias FROM ENVIRONMENT "ACK_DIAS".
           IF w-env-dias NOT = SPACES
              MOVE FUNCTION NUMVAL(w-env-dias) TO w-dias
           END-IF.

       200-LEER-ACK.
           IF w-eof-ack NOT = 1
              READ ACKMAYOR
                  AT END MOVE 1 TO w-eof-ack
              END-READ
           END-IF.

      * cada ack se guarda en el historico con la fecha de proceso en
      * que se tomo, y se aplica sobre la generacion vigente del dia.
      * Un ack que repite lo ya conciliado no cambia nada.
       300-PROCESO-ACK.
           IF ack-reg NOT = SPACES
              PERFORM 305-TOMAR-ACK
           END-IF.

       305-TOMAR-ACK.
           ADD 1 TO w-cant-acks.
           MOVE SPACES TO lin-ackhist.
           STRING w-fecha-proc    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ack-fecha       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ack-cant        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ack-hash        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ack-resultado   DELIMITED BY SIZE
                  INTO lin-ackhist
           END-STRING.
           WRITE lin-ackhist.
           MOVE ack-fecha TO rga-fecha.
           READ REGASIENTO
               INVALID KEY
                  PERFORM 320-ACK-SIN-EXTRACTO
               NOT INVALID KEY
                  PERFORM 310-APLICAR-ACK
           END-READ.

       310-APLICAR-ACK.
           IF rga-conciliado AND ack-cant = rga-ack-cant
              AND ack-hash = rga-ack-hash AND NOT ack-rechazado
              CONTINUE
           ELSE
              PERFORM 315-ACTUALIZAR-REGISTRO
           END-IF.

       315-ACTUALIZAR-REGISTRO.
           MOVE ack-cant TO rga-ack-cant.
           MOVE ack-hash TO rga-ack-hash.
           MOVE w-fecha-proc TO rga-fecha-ack.
           EVALUATE TRUE
              WHEN ack-rechazado
                 MOVE "R" TO rga-estado
              WHEN ack-cant = rga-cant AND ack-hash = rga-hash
                 MOVE "C" TO rga-estado
                 ADD 1 TO w-cant-conciliados
              WHEN OTHER
                 MOVE "D" TO rga-estado
           END-EVALUATE.
           REWRITE rga-reg
               INVALID KEY
                  MOVE "REGASIENTO" TO w-err-archivo
                  MOVE w-fs-regasiento TO w-err-fs
                  PERFORM 950-ERROR-ARCHIVO
           END-REWRITE.

      * el ack de un dia que nunca se registro se informa en el
      * momento: no hay registro donde dejarlo para la revision.
       320-ACK-SIN-EXTRACTO.
           MOVE ack-fecha TO l-exc-fecha.
           MOVE ZERO TO l-exc-gen.
           MOVE ZERO TO l-exc-cant.
           MOVE ZERO TO l-exc-hash.
           MOVE ack-cant TO l-exc-ack-cant.
           MOVE ack-hash TO l-exc-ack-hash.
           MOVE "ACK SIN EXTRACTO" TO l-exc-motivo.
           DISPLAY lin-exc.
           ADD 1 TO w-cant-excepciones.

      * los acks ya aplicados quedan en ackhist.dat; se vacia el
      * archivo de entrada para que el mayor deje los proximos.
       400-CONSUMIR-ACKS.
           IF w-hay-acks = 1
              CLOSE ACKMAYOR
              OPEN OUTPUT ACKMAYOR
              CLOSE ACKMAYOR
           END-IF.
           CLOSE ACKHIST.

      * revision completa del registro: todo lo que no esta
      * conciliado y ya no esta en plazo sale como excepcion, en
      * cada corrida, hasta que se resuelva.
       500-REVISAR-REGISTRO.
           MOVE ZERO TO rga-fecha.
           START REGASIENTO KEY IS NOT LESS THAN rga-fecha
               INVALID KEY MOVE 1 TO w-eof-reg
           END-START.
           PERFORM UNTIL w-eof-reg = 1
              READ REGASIENTO NEXT
                  AT END MOVE 1 TO w-eof-reg
                  NOT AT END PERFORM 510-REVISAR-EXTRACTO
              END-READ
           END-PERFORM.

       510-REVISAR-EXTRACTO.
           ADD 1 TO w-cant-registrados.
           EVALUATE TRUE
              WHEN rga-conciliado
                 CONTINUE
              WHEN rga-diferencia
                 MOVE "DIFERENCIA CON EL MAYOR" TO l-exc-motivo
                 PERFORM 520-LISTAR-EXCEPCION
              WHEN rga-rechazado
                 MOVE "RECHAZADO POR EL MAYOR" TO l-exc-motivo
                 PERFORM 520-LISTAR-EXCEPCION
              WHEN rga-fecha-gen NOT > w-fecha-limite
                 MOVE "SIN ACK DEL MAYOR" TO l-exc-motivo
                 PERFORM 520-LISTAR-EXCEPCION
              WHEN OTHER
                 ADD 1 TO w-cant-en-plazo
           END-EVALUATE.

       520-LISTAR-EXCEPCION.
           MOVE rga-fecha TO l-exc-fecha.
           MOVE rga-generacion TO l-exc-gen.
           MOVE rga-cant TO l-exc-cant.
           MOVE rga-hash TO l-exc-hash.
           MOVE rga-ack-cant TO l-exc-ack-cant.
           MOVE rga-ack-hash TO l-exc-ack-hash.
           DISPLAY lin-exc.
           IF rga-diferencia OR rga-rechazado
              MOVE rga-fecha TO l-reg-fecha
              DISPLAY lin-regenerar
           END-IF.
           ADD 1 TO w-cant-excepciones.

       800-FIN.
           IF w-cant-excepciones = ZERO
              DISPLAY "SIN EXCEPCIONES"
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-cant-acks TO l-tot-acks.
           DISPLAY lin-tot-acks.
           MOVE w-cant-conciliados TO l-tot-conciliados.
           DISPLAY lin-tot-conciliados.
           MOVE w-cant-registrados TO l-tot-registrados.
           DISPLAY lin-tot-registrados.
           MOVE w-cant-en-plazo TO l-tot-en-plazo.
           DISPLAY lin-tot-en-plazo.
           MOVE w-cant-excepciones TO l-tot-excepciones.
           DISPLAY lin-tot-excepciones.
           CLOSE REGASIENTO.
           IF w-cant-excepciones > ZERO
              MOVE 4 TO w-run-rc-final
           END-IF.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-acks TO w-run-leidos.
           MOVE w-cant-conciliados TO w-run-grabados.
           MOVE w-run-rc-final TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

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
       END PROGRAM CONCILIA-ASIENTOS.
