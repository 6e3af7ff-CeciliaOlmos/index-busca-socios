      ******************************************************************
      * Author:
      * Date:
      * Purpose: outgoing file of transfers to other banks for the
      *          clearing house. Takes from transfext.dat every
      *          transfer APLICA-MOVIMIENTOS left pending (tipo X
      *          already debited to the socio) and writes them to the
      *          dated file transfsal.AAAAMMDD (TRANSFSAL_DAT to
      *          override) in a fixed layout:
      *            01 fecha(8)                          header
      *            02 numero(8) fecha-mov(8) filial(4) socio(4)
      *               ordenante(20) cbu(22)
      *               importe(13, 2 dec implied)
      *            99 cantidad(6) importe-total(15, centavos)
      *          Each transfer sent is marked enviada with the fecha
      *          de proceso; RETORNO-CAMARA takes it from there. A
      *          rerun on the same day writes the file again with the
      *          same transfers plus any new pending one, so the file
      *          is never left short. A transfer cancelled by
      *          CONTRAMARCHA before this step is not sent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-TRANSFEXT.
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

           SELECT TRANSFSAL
           ASSIGN TO DYNAMIC w-path-transfsal
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-transfsal.

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

       FD  TRANSFSAL.
       01  tsa-reg pic x(90).

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).
       01  tsa-encabezado.
           03 filler pic x(2) value "01".
           03 tsa-enc-fecha pic 9(8).
           03 filler pic x(80) value spaces.
       01  tsa-detalle.
           03 filler pic x(2) value "02".
           03 tsa-det-nro pic 9(8).
           03 tsa-det-fecha pic 9(8).
           03 tsa-det-filial pic 9999.
           03 tsa-det-cod pic 9999.
           03 tsa-det-ordenante pic x(20).
           03 tsa-det-cbu pic x(22).
           03 tsa-det-importe pic 9(11)v99.
           03 filler pic x(9) value spaces.
       01  tsa-cola.
           03 filler pic x(2) value "99".
           03 tsa-cola-cant pic 9(6).
           03 tsa-cola-total pic 9(15).
           03 filler pic x(67) value spaces.

       01  lin-titulo.
           03 filler pic x(40) value
               "TRANSFERENCIAS A OTROS BANCOS - ENVIO: ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-encab.
           03 filler pic x(10) value "NUMERO".
           03 filler pic x(11) value "FECHA".
           03 filler pic x(10) value "SOCIO".
           03 filler pic x(21) value "ORDENANTE".
           03 filler pic x(23) value "CBU DESTINO".
           03 filler pic x(12) value "     IMPORTE".
       01  lin-det.
           03 l-det-nro pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-det-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-det-filial pic 9999.
           03 filler pic x(1) value "-".
           03 l-det-cod pic 9999.
           03 filler pic x(1) value spaces.
           03 l-det-ordenante pic x(20).
           03 filler pic x(1) value spaces.
           03 l-det-cbu pic x(22).
           03 filler pic x(1) value spaces.
           03 l-det-importe pic -(7)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-obs pic x(12).
       01  lin-tot-enviadas.
           03 filler pic x(30) value "TRANSFERENCIAS EN EL ARCHIVO: ".
           03 l-tot-cant pic zz.zz9.
           03 filler pic x(6) value " POR ".
           03 l-tot-importe pic -(11)9,99.
       01  lin-tot-reenvio.
           03 filler pic x(30) value "YA ENVIADAS HOY (REGENERADO): ".
           03 l-tot-reenvio pic zz.zz9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-transfext pic x(100).
       77  w-path-socios pic x(100).
       77  w-path-transfsal pic x(100).
       77  w-fs-transfext pic xx.
       77  w-fs-socios pic xx.
       77  w-fs-transfsal pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

       77  w-eof-tex pic 9 value zero.
       77  w-cant-enviadas pic 9(6) value zero.
       77  w-cant-reenvio pic 9(5) value zero.
       77  w-total-enviado pic 9(13)v99 value zero.
       77  w-centavos pic 9(15) value zero.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "GENERA-TRANSFEXT".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-TRANSFERENCIA.
            PERFORM UNTIL w-eof-tex = 1
               PERFORM 300-PROCESO-TRANSFERENCIA
               PERFORM 200-LEER-TRANSFERENCIA
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
      * el archivo de salida queda fechado con la fecha de proceso
      * (transfsal.AAAAMMDD); TRANSFSAL_DAT lo pisa.
           ACCEPT w-path-transfsal FROM ENVIRONMENT "TRANSFSAL_DAT".
           IF w-path-transfsal = SPACES
              STRING '..\transfsal.' DELIMITED BY SIZE
                     w-fecha-proc DELIMITED BY SIZE
                     INTO w-path-transfsal
              END-STRING
           END-IF.
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
           OPEN INPUT SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT TRANSFSAL.
           IF w-fs-transfsal NOT = "00"
              MOVE "TRANSFSAL" TO w-err-archivo
              MOVE w-fs-transfsal TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE w-fecha-proc TO tsa-enc-fecha.
           WRITE tsa-reg FROM tsa-encabezado.
           MOVE w-fecha-proc TO l-tit-fecha.
           DISPLAY lin-titulo.
           DISPLAY lin-encab.
           MOVE ZERO TO tex-nro.
           START TRANSFEXT KEY IS > tex-nro
               INVALID KEY MOVE 1 TO w-eof-tex
           END-START.

       105-TOMAR-RUTAS.
           ACCEPT w-path-transfext FROM ENVIRONMENT "TRANSFEXT_DAT".
           IF w-path-transfext = SPACES
              MOVE '..\transfext.dat' TO w-path-transfext
           END-IF.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.

       200-LEER-TRANSFERENCIA.
           IF w-eof-tex NOT = 1
              READ TRANSFEXT NEXT
                  AT END MOVE 1 TO w-eof-tex
              END-READ
           END-IF.

      * van las pendientes hasta la fecha de proceso y, en una
      * regeneracion del dia, las que ya salieron hoy.
       300-PROCESO-TRANSFERENCIA.
           ADD 1 TO w-run-leidos.
           EVALUATE TRUE
              WHEN tex-pendiente AND tex-fecha NOT > w-fecha-proc
                 PERFORM 400-ENVIAR-TRANSFERENCIA
                 MOVE "E" TO tex-estado
                 MOVE w-fecha-proc TO tex-fecha-envio
                 REWRITE tex-reg
                     INVALID KEY
                        MOVE "TRANSFEXT" TO w-err-archivo
                        MOVE w-fs-transfext TO w-err-fs
                        PERFORM 950-ERROR-ARCHIVO
                 END-REWRITE
                 MOVE SPACES TO l-det-obs
                 DISPLAY lin-det
              WHEN tex-enviada AND tex-fecha-envio = w-fecha-proc
                 PERFORM 400-ENVIAR-TRANSFERENCIA
                 ADD 1 TO w-cant-reenvio
                 MOVE "YA ENVIADA" TO l-det-obs
                 DISPLAY lin-det
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       400-ENVIAR-TRANSFERENCIA.
           MOVE tex-soc-llave TO soc-llave.
           READ SOCIOS
               INVALID KEY MOVE SPACES TO soc-nom
           END-READ.
           MOVE tex-nro TO tsa-det-nro.
           MOVE tex-fecha TO tsa-det-fecha.
           MOVE tex-filial TO tsa-det-filial.
           MOVE tex-cod TO tsa-det-cod.
           MOVE soc-nom TO tsa-det-ordenante.
           MOVE tex-cbu TO tsa-det-cbu.
           MOVE tex-importe TO tsa-det-importe.
           WRITE tsa-reg FROM tsa-detalle.
           IF w-fs-transfsal NOT = "00"
              MOVE "TRANSFSAL" TO w-err-archivo
              MOVE w-fs-transfsal TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO w-cant-enviadas.
           ADD tex-importe TO w-total-enviado.
           MOVE tex-nro TO l-det-nro.
           MOVE tex-fecha TO l-det-fecha.
           MOVE tex-filial TO l-det-filial.
           MOVE tex-cod TO l-det-cod.
           MOVE soc-nom TO l-det-ordenante.
           MOVE tex-cbu TO l-det-cbu.
           MOVE tex-importe TO l-det-importe.

       800-FIN.
           MOVE w-cant-enviadas TO tsa-cola-cant.
           COMPUTE w-centavos = w-total-enviado * 100.
           MOVE w-centavos TO tsa-cola-total.
           WRITE tsa-reg FROM tsa-cola.
           CLOSE TRANSFSAL.
           CLOSE TRANSFEXT.
           CLOSE SOCIOS.
           IF w-cant-enviadas = ZERO
              DISPLAY "SIN TRANSFERENCIAS PENDIENTES DE ENVIO"
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-cant-enviadas TO l-tot-cant.
           MOVE w-total-enviado TO l-tot-importe.
           DISPLAY lin-tot-enviadas.
           IF w-cant-reenvio > ZERO
              MOVE w-cant-reenvio TO l-tot-reenvio
              DISPLAY lin-tot-reenvio
           END-IF.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-enviadas TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
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
       END PROGRAM GENERA-TRANSFEXT.
