      ******************************************************************
      * Author:
      * Date:
      * Purpose: processing of the clearing house answers to the
      *          transfers to other banks sent by GENERA-TRANSFEXT.
      *          The clearing house drops one fixed line per answer
      *          in camararet.dat:
      *            resultado(1) numero(8) fecha(8) importe(13)
      *            motivo(3)
      *          (resultado A acreditada en destino, D devuelta).
      *          An acreditada closes the transfer as confirmada. A
      *          devuelta is credited back to the socio as a tipo X
      *          movement (usuario CAMARA) with the transfer number
      *          in mov-contraparte, the same number the original
      *          debit carries, and the transfer is closed as
      *          devuelta with the return motive and the hora of the
      *          credit. An answer for an unknown transfer, for a
      *          different amount, or for a transfer not in a state
      *          to take it (never sent, cancelled by CONTRAMARCHA,
      *          already returned) changes nothing and is listed as
      *          an exception. Processed answers are appended to
      *          camarahist.dat and camararet.dat is emptied, so each
      *          one counts once. Then every transfer still without
      *          answer CAMARA_DIAS days (default 2) after being sent,
      *          and every one still not sent from a previous day, is
      *          listed as an exception. Ends with codigo 4 when there
      *          is any exception; run_batch.sh reports it and goes
      *          on.
      *          Every movement written also updates the socio's
      *          line in resumov.dat (last movement, count, month).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-CAMARA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSFEXT
           ASSIGN TO DYNAMIC w-path-transfext
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS tex-nro
           FILE STATUS IS w-fs-transfext.

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

           SELECT OPTIONAL CAMARARET
           ASSIGN TO DYNAMIC w-path-camararet
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-camararet.

           SELECT OPTIONAL CAMARAHIST
           ASSIGN TO DYNAMIC w-path-camarahist
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-camarahist.

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
       FD  TRANSFEXT.
       01  tex-reg.
           03 tex-nro pic 9(8).
           03 tex-soc-llave.
               05 tex-filial pic 9999.
               05 tex-cod pic 9999.
           03 tex-fecha pic 9(8).
           03 tex-hora pic 9(8).
           03 tex-importe pic 9(7)v99.
           03 tex-cbu pic x(22).
           03 tex-estado pic x(1).
               88 tex-pendiente value "P".
               88 tex-enviada value "E".
               88 tex-confirmada value "C".
               88 tex-devuelta value "D".
               88 tex-anulada value "N".
           03 tex-fecha-envio pic 9(8).
           03 tex-fecha-resol pic 9(8).
           03 tex-motivo pic x(3).
           03 tex-hora-dev pic 9(8).

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
               88 mov-externa value "X".
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

       FD  CAMARARET.
       01  cr-reg.
           03 cr-resultado pic x(1).
               88 cr-acreditada value "A".
               88 cr-devuelta value "D".
           03 cr-nro pic 9(8).
           03 cr-fecha pic 9(8).
           03 cr-importe pic 9(11)v99.
           03 cr-motivo pic x(3).
           03 filler pic x(7).

       FD  CAMARAHIST.
       01  lin-camarahist pic x(60).

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
               "RESPUESTAS DE CAMARA - FECHA: ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-subtit-resp.
           03 filler pic x(40) value
               "RESPUESTAS RECIBIDAS".
       01  lin-subtit-exc.
           03 filler pic x(40) value
               "TRANSFERENCIAS SIN RESOLVER".
       01  lin-encab.
           03 filler pic x(10) value "NUMERO".
           03 filler pic x(11) value "FECHA".
           03 filler pic x(10) value "SOCIO".
           03 filler pic x(4) value "RES".
           03 filler pic x(4) value "MOT".
           03 filler pic x(12) value "     IMPORTE".
           03 filler pic x(1) value spaces.
           03 filler pic x(30) value "OBSERVACION".
       01  lin-det.
           03 l-det-nro pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-det-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-det-filial pic 9999.
           03 filler pic x(1) value "-".
           03 l-det-cod pic 9999.
           03 filler pic x(1) value spaces.
           03 l-det-resultado pic x(1).
           03 filler pic x(3) value spaces.
           03 l-det-motivo pic x(3).
           03 filler pic x(1) value spaces.
           03 l-det-importe pic -(7)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-obs pic x(30).
       01  lin-tot-resp.
           03 filler pic x(30) value "RESPUESTAS RECIBIDAS: ".
           03 l-tot-resp pic zz.zz9.
       01  lin-tot-conf.
           03 filler pic x(30) value "ACREDITADAS EN DESTINO: ".
           03 l-tot-conf pic zz.zz9.
       01  lin-tot-dev.
           03 filler pic x(30) value "DEVUELTAS Y REACREDITADAS: ".
           03 l-tot-dev-cant pic zz.zz9.
           03 filler pic x(6) value " POR ".
           03 l-tot-dev pic -(9)9,99.
       01  lin-tot-en-plazo.
           03 filler pic x(30) value "ENVIADAS EN PLAZO: ".
           03 l-tot-en-plazo pic zz.zz9.
       01  lin-tot-excepciones.
           03 filler pic x(30) value "EXCEPCIONES: ".
           03 l-tot-excepciones pic zz.zz9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-transfext pic x(100).
       77  w-path-socios pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-camararet pic x(100).
       77  w-path-camarahist pic x(100).
       77  w-fs-transfext pic xx.
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-fs-camararet pic xx.
       77  w-fs-camarahist pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********plazo de respuesta de la camara ************************
       77  w-env-dias pic x(5).
       77  w-dias pic 999 value 2.
       77  w-fecha-limite pic 9(8).
       77  w-fecha-int pic 9(8).

       77  w-eof-ret pic 9 value zero.
       77  w-eof-tex pic 9 value zero.
       77  w-hay-ret pic 9 value zero.
       77  w-mov-grabado pic 9 value zero.
       77  w-usuario-camara pic x(12) value "CAMARA".

       77  w-cant-resp pic 9(5) value zero.
       77  w-cant-conf pic 9(5) value zero.
       77  w-cant-dev pic 9(5) value zero.
       77  w-total-dev pic s9(9)v99 value zero.
       77  w-cant-en-plazo pic 9(5) value zero.
       77  w-cant-excepciones pic 9(5) value zero.
       77  w-run-rc-final pic 9(4) value zero.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "RETORNO-CAMARA".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-RESPUESTA.
            PERFORM UNTIL w-eof-ret = 1
               PERFORM 300-PROCESO-RESPUESTA
               PERFORM 200-LEER-RESPUESTA
            END-PERFORM.
            PERFORM 400-CONSUMIR-RESPUESTAS.
            PERFORM 500-REVISAR-PENDIENTES.
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
           OPEN I-O TRANSFEXT.
           IF w-fs-transfext = "35"
              OPEN OUTPUT TRANSFEXT
              CLOSE TRANSFEXT
              OPEN I-O TRANSFEXT
           END-IF.
           IF w-fs-transfext NOT = "00"
              AND w-fs-transfext NOT = "05"
              MOVE "TRANSFEXT" TO w-err-archivo
              MOVE w-fs-transfext TO w-err-fs
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
           OPEN INPUT CAMARARET.
           IF w-fs-camararet = "00"
              MOVE 1 TO w-hay-ret
           ELSE
              MOVE 1 TO w-eof-ret
              IF w-fs-camararet NOT = "05"
                 AND w-fs-camararet NOT = "35"
                 MOVE "CAMARARET" TO w-err-archivo
                 MOVE w-fs-camararet TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
           END-IF.
           OPEN EXTEND CAMARAHIST.
           IF w-fs-camarahist = "35"
              OPEN OUTPUT CAMARAHIST
              CLOSE CAMARAHIST
              OPEN EXTEND CAMARAHIST
           END-IF.
           IF w-fs-camarahist NOT = "00"
              AND w-fs-camarahist NOT = "05"
              MOVE "CAMARAHIST" TO w-err-archivo
              MOVE w-fs-camarahist TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           DISPLAY lin-subtit-resp.
           DISPLAY lin-encab.

       105-TOMAR-RUTAS.
           ACCEPT w-path-transfext FROM ENVIRONMENT "TRANSFEXT_DAT".
           IF w-path-transfext = SPACES
              MOVE '..\transfext.dat' TO w-path-transfext
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
           ACCEPT w-path-camararet FROM ENVIRONMENT "CAMARARET_DAT".
           IF w-path-camararet = SPACES
              MOVE '..\camararet.dat' TO w-path-camararet
           END-IF.
           ACCEPT w-path-camarahist FROM ENVIRONMENT "CAMARAHIST_DAT".
           IF w-path-camarahist = SPACES
              MOVE '..\camarahist.dat' TO w-path-camarahist
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.
           ACCEPT w-env-dias FROM ENVIRONMENT "CAMARA_DIAS".
           IF w-env-dias NOT = SPACES
              MOVE FUNCTION NUMVAL(w-env-dias) TO w-dias
           END-IF.

       200-LEER-RESPUESTA.
           IF w-eof-ret NOT = 1
              READ CAMARARET
                  AT END MOVE 1 TO w-eof-ret
              END-READ
           END-IF.

      * cada respuesta se guarda en el historico con la fecha de
      * proceso en que se tomo y se aplica sobre su transferencia.
       300-PROCESO-RESPUESTA.
           IF cr-reg NOT = SPACES
              PERFORM 305-TOMAR-RESPUESTA
           END-IF.

       305-TOMAR-RESPUESTA.
           ADD 1 TO w-cant-resp.
           ADD 1 TO w-run-leidos.
           MOVE SPACES TO lin-camarahist.
           STRING w-fecha-proc    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  cr-resultado    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  cr-nro          DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  cr-fecha        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  cr-importe      DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  cr-motivo       DELIMITED BY SIZE
                  INTO lin-camarahist
           END-STRING.
           WRITE lin-camarahist.
           MOVE cr-nro TO l-det-nro.
           MOVE cr-fecha TO l-det-fecha.
           MOVE ZERO TO l-det-filial.
           MOVE ZERO TO l-det-cod.
           MOVE cr-resultado TO l-det-resultado.
           MOVE cr-motivo TO l-det-motivo.
           MOVE cr-importe TO l-det-importe.
           MOVE cr-nro TO tex-nro.
           READ TRANSFEXT
               INVALID KEY
                  MOVE "TRANSFERENCIA INEXISTENTE" TO l-det-obs
                  ADD 1 TO w-cant-excepciones
               NOT INVALID KEY
                  MOVE tex-filial TO l-det-filial
                  MOVE tex-cod TO l-det-cod
                  PERFORM 310-APLICAR-RESPUESTA
           END-READ.
           DISPLAY lin-det.

      * una respuesta repetida de algo ya resuelto igual no cambia
      * nada; lo que no corresponde al estado de la transferencia
      * sale como excepcion para que lo vea tesoreria.
       310-APLICAR-RESPUESTA.
           EVALUATE TRUE
              WHEN cr-importe NOT = tex-importe
                 MOVE "IMPORTE DISTINTO AL ENVIADO" TO l-det-obs
                 ADD 1 TO w-cant-excepciones
              WHEN cr-acreditada AND tex-enviada
                 MOVE "C" TO tex-estado
                 MOVE w-fecha-proc TO tex-fecha-resol
                 PERFORM 340-REGRABAR-TRANSFERENCIA
                 MOVE "CONFIRMADA" TO l-det-obs
                 ADD 1 TO w-cant-conf
              WHEN cr-acreditada AND tex-confirmada
                 MOVE "YA CONFIRMADA" TO l-det-obs
              WHEN cr-devuelta AND tex-devuelta
                 MOVE "YA DEVUELTA" TO l-det-obs
              WHEN cr-devuelta
                   AND (tex-enviada OR tex-confirmada)
                 PERFORM 320-ACREDITAR-DEVOLUCION
              WHEN tex-anulada
                 MOVE "ANULADA POR CONTRAMARCHA" TO l-det-obs
                 ADD 1 TO w-cant-excepciones
              WHEN tex-pendiente
                 MOVE "NUNCA FUE ENVIADA" TO l-det-obs
                 ADD 1 TO w-cant-excepciones
              WHEN OTHER
                 MOVE "RESULTADO INVALIDO" TO l-det-obs
                 ADD 1 TO w-cant-excepciones
           END-EVALUATE.

      * la devolucion vuelve al socio aunque ya no este activo: la
      * plata es suya. El movimiento lleva el numero de la
      * transferencia, igual que el debito original.
       320-ACREDITAR-DEVOLUCION.
           MOVE tex-soc-llave TO soc-llave.
           READ SOCIOS
               INVALID KEY
                  MOVE "SOCIO INEXISTENTE" TO l-det-obs
                  ADD 1 TO w-cant-excepciones
               NOT INVALID KEY
                  PERFORM 330-GRABAR-DEVOLUCION
           END-READ.

       330-GRABAR-DEVOLUCION.
           ADD tex-importe TO soc-saldo.
           REWRITE soc-reg.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE tex-soc-llave TO mov-soc-llave.
           MOVE w-fecha-proc TO mov-fecha.
           ACCEPT mov-hora FROM TIME.
           MOVE "X" TO mov-tipo.
           MOVE tex-importe TO mov-importe.
           MOVE soc-saldo TO mov-saldo-result.
           MOVE w-usuario-camara TO mov-usuario.
           MOVE tex-nro TO mov-contraparte.
      * varias devoluciones del mismo socio pueden caer en el mismo
      * centesimo de segundo: ante clave duplicada se corre la hora
      * un centesimo y se reintenta, para no perder el movimiento.
           MOVE ZERO TO w-mov-grabado.
           PERFORM 335-INTENTAR-GRABAR-MOV.
           PERFORM UNTIL w-mov-grabado = 1
              ADD 1 TO mov-hora
              PERFORM 335-INTENTAR-GRABAR-MOV
           END-PERFORM.
           MOVE "D" TO tex-estado.
           MOVE w-fecha-proc TO tex-fecha-resol.
           MOVE cr-motivo TO tex-motivo.
           MOVE mov-hora TO tex-hora-dev.
           PERFORM 340-REGRABAR-TRANSFERENCIA.
           ADD 1 TO w-cant-dev.
           ADD tex-importe TO w-total-dev.
           ADD 1 TO w-run-grabados.
           IF soc-activo
              MOVE "DEVUELTA - REACREDITADA" TO l-det-obs
           ELSE
              MOVE "DEVUELTA - SOCIO NO ACTIVO" TO l-det-obs
           END-IF.

      * solo la clave duplicada (estado 22) amerita reintentar con la
      * hora corrida; cualquier otra falla de WRITE corta por la
      * clasificacion comun en vez de quedar ciclando.
       335-INTENTAR-GRABAR-MOV.
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

       340-REGRABAR-TRANSFERENCIA.
           REWRITE tex-reg
               INVALID KEY
                  MOVE "TRANSFEXT" TO w-err-archivo
                  MOVE w-fs-transfext TO w-err-fs
                  PERFORM 950-ERROR-ARCHIVO
           END-REWRITE.

      * las respuestas aplicadas quedan en camarahist.dat; se vacia
      * la entrada para que la camara deje las proximas.
       400-CONSUMIR-RESPUESTAS.
           IF w-hay-ret = 1
              CLOSE CAMARARET
              OPEN OUTPUT CAMARARET
              CLOSE CAMARARET
           END-IF.
           CLOSE CAMARAHIST.
           IF w-cant-resp = ZERO
              DISPLAY "SIN RESPUESTAS DE CAMARA"
           END-IF.

      * revision completa: lo enviado que sigue sin respuesta pasado
      * el plazo y lo pendiente que no salio el dia que se debito
      * aparecen en cada corrida hasta que se resuelvan.
       500-REVISAR-PENDIENTES.
           DISPLAY lin-guarda2.
           DISPLAY lin-subtit-exc.
           DISPLAY lin-encab.
           MOVE ZERO TO tex-nro.
           START TRANSFEXT KEY IS > tex-nro
               INVALID KEY MOVE 1 TO w-eof-tex
           END-START.
           PERFORM UNTIL w-eof-tex = 1
              READ TRANSFEXT NEXT
                  AT END MOVE 1 TO w-eof-tex
                  NOT AT END PERFORM 510-REVISAR-TRANSFERENCIA
              END-READ
           END-PERFORM.

       510-REVISAR-TRANSFERENCIA.
           EVALUATE TRUE
              WHEN tex-enviada AND tex-fecha-envio NOT > w-fecha-limite
                 MOVE "SIN RESPUESTA DE CAMARA" TO l-det-obs
                 MOVE tex-fecha-envio TO l-det-fecha
                 PERFORM 520-LISTAR-EXCEPCION
              WHEN tex-enviada
                 ADD 1 TO w-cant-en-plazo
              WHEN tex-pendiente AND tex-fecha < w-fecha-proc
                 MOVE "DEBITADA Y NO ENVIADA" TO l-det-obs
                 MOVE tex-fecha TO l-det-fecha
                 PERFORM 520-LISTAR-EXCEPCION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       520-LISTAR-EXCEPCION.
           MOVE tex-nro TO l-det-nro.
           MOVE tex-filial TO l-det-filial.
           MOVE tex-cod TO l-det-cod.
           MOVE tex-estado TO l-det-resultado.
           MOVE SPACES TO l-det-motivo.
           MOVE tex-importe TO l-det-importe.
           DISPLAY lin-det.
           ADD 1 TO w-cant-excepciones.

       800-FIN.
           IF w-cant-excepciones = ZERO
              DISPLAY "SIN EXCEPCIONES"
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-cant-resp TO l-tot-resp.
           DISPLAY lin-tot-resp.
           MOVE w-cant-conf TO l-tot-conf.
           DISPLAY lin-tot-conf.
           MOVE w-cant-dev TO l-tot-dev-cant.
           MOVE w-total-dev TO l-tot-dev.
           DISPLAY lin-tot-dev.
           MOVE w-cant-en-plazo TO l-tot-en-plazo.
           DISPLAY lin-tot-en-plazo.
           MOVE w-cant-excepciones TO l-tot-excepciones.
           DISPLAY lin-tot-excepciones.
           CLOSE TRANSFEXT.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           IF w-cant-excepciones > ZERO
              MOVE 4 TO w-run-rc-final
           END-IF.
           MOVE "FIN" TO w-run-evento.
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
       END PROGRAM RETORNO-CAMARA.
