      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly debit of the due loan installments. Every
      *          cuota pendiente in cuotas.dat whose vencimiento is on
      *          or before the processing date, belonging to a
      *          prestamo vigente, gets one posting line
      *          (filial;socio;P;importe;prestamo;cuota) written to a
      *          movsdia-style file headed by LOTE;PRE-<fecha>, which
      *          run_batch.sh feeds through APLICA-MOVIMIENTOS so the
      *          debit goes through the same overdraft validation as
      *          any retiro. APLICA marks the cuota cobrada only when
      *          the debit is posted; a cuota rejected there (over
      *          LIMITE-DESCUBIERTO, socio not active) stays pending
      *          and comes out again every night, with its days in
      *          arrears and attempt count updated here, until it is
      *          paid. A prestamo whose cuotas are all paid is marked
      *          finalizado. The same lote guards as GENERA-ORDENES
      *          keep a half-applied or already-applied lote intact.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-CUOTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS
           ASSIGN TO DYNAMIC w-path-cuotas
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cuo-llave
           FILE STATUS IS w-fs-cuotas.

           SELECT PRESTAMOS
           ASSIGN TO DYNAMIC w-path-prestamos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pre-nro
           ALTERNATE RECORD KEY IS pre-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-prestamos.

           SELECT SALIDA
           ASSIGN TO DYNAMIC w-path-salida
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-salida.

           SELECT OPTIONAL ARCH-CHECKPOINT
           ASSIGN TO DYNAMIC w-path-checkpoint
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO DYNAMIC w-path-runlog
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-runlog.

           SELECT OPTIONAL FECHAPROC
           ASSIGN TO DYNAMIC w-path-fechaproc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fechaproc.

           SELECT OPTIONAL LOTES
           ASSIGN TO DYNAMIC w-path-lotes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-lotes.

       DATA DIVISION.
       FILE SECTION.
       FD  CUOTAS.
       01  cuo-reg.
           03 cuo-llave.
               05 cuo-pre-nro pic 9(5).
               05 cuo-numero pic 999.
           03 cuo-soc-llave.
               05 cuo-filial pic 9999.
               05 cuo-cod pic 9999.
           03 cuo-vencimiento pic 9(8).
           03 cuo-capital pic s9(7)v99.
           03 cuo-interes pic s9(7)v99.
           03 cuo-importe pic s9(7)v99.
           03 cuo-estado pic x(1).
               88 cuo-pendiente value "P".
               88 cuo-cobrada value "C".
               88 cuo-precancelada value "X".
           03 cuo-fecha-pago pic 9(8).
           03 cuo-dias-mora pic 9(4).
           03 cuo-intentos pic 999.
           03 cuo-ult-intento pic 9(8).

       FD  PRESTAMOS.
       01  pre-reg.
           03 pre-nro pic 9(5).
           03 pre-soc-llave.
               05 pre-filial pic 9999.
               05 pre-cod pic 9999.
           03 pre-capital pic s9(7)v99.
           03 pre-tasa pic 99v9999.
           03 pre-plazo pic 999.
           03 pre-primer-venc pic 9(8).
           03 pre-cuota pic s9(7)v99.
           03 pre-fecha-alta pic 9(8).
           03 pre-estado pic x(1).
               88 pre-vigente value "V".
               88 pre-cancelado value "C".
               88 pre-finalizado value "F".
           03 pre-fecha-baja pic 9(8).

       FD  SALIDA.
       01  lin-salida pic x(60).

       FD  ARCH-CHECKPOINT.
       01  lin-checkpoint.
           03 ckp-lote pic x(20).
           03 ckp-lineas pic 9(6).

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       FD  LOTES.
       01  lin-lote pic x(80).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       01  lin-titulo.
           03 filler pic x(40) value
               "DEBITO DE CUOTAS DE PRESTAMOS - ".
           03 l-tit-fecha pic 9(8).
       01  lin-encab-det.
           03 filler pic x(9) value "PRESTAMO".
           03 filler pic x(6) value "CUOTA".
           03 filler pic x(7) value "FILIAL".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(11) value "VENCIM.".
           03 filler pic x(13) value "IMPORTE".
           03 filler pic x(6) value "MORA".
           03 filler pic x(11) value "RESULTADO".
       01  lin-det.
           03 l-det-nro pic zzzz9.
           03 filler pic x(4) value spaces.
           03 l-det-cuota pic zz9.
           03 filler pic x(3) value spaces.
           03 l-det-filial pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-det-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-det-venc pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-det-importe pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-mora pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-det-resultado pic x(20).
       01  lin-tot-generadas.
           03 filler pic x(30) value "CUOTAS GENERADAS: ".
           03 l-tot-generadas pic zz.zz9.
       01  lin-tot-mora.
           03 filler pic x(30) value "CUOTAS EN MORA: ".
           03 l-tot-mora pic zz.zz9.
           03 filler pic x(5) value " POR ".
           03 l-tot-importe-mora pic -(9)9,99.
       01  lin-tot-finalizados.
           03 filler pic x(30) value "PRESTAMOS FINALIZADOS: ".
           03 l-tot-finalizados pic zz.zz9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-cuotas pic x(100).
       77  w-path-prestamos pic x(100).
       77  w-path-salida pic x(100).
       77  w-path-checkpoint pic x(100).
       77  w-fs-cuotas pic xx.
       77  w-fs-prestamos pic xx.
       77  w-fs-salida pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

       77  w-fecha-hoy pic 9(8).
       77  w-lote pic x(20).
       77  w-path-lotes pic x(100).
       77  w-fs-lotes pic xx.
       77  w-eof-lotes pic 9 value zero.
       77  w-reg-lote-x pic x(20).
       77  w-lote-aplicado pic 9 value zero.
       77  w-eof-cuotas pic 9 value zero.

      *********corte por prestamo *************************************
       77  w-pre-actual pic 9(5) value zero.
       77  w-pre-pendientes pic 999 value zero.
       77  w-pre-vigente pic 9 value zero.

       77  w-cant-leidas pic 9(5) value zero.
       77  w-cant-generadas pic 9(5) value zero.
       77  w-cant-mora pic 9(5) value zero.
       77  w-cant-finalizados pic 9(5) value zero.
       77  w-importe-mora pic s9(9)v99 value zero.

       77  w-importe-x pic x(12).
       77  w-importe-ent pic 9(7).
       77  w-importe-dec pic 99.
       77  w-dias-mora pic s9(7).

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "GENERA-CUOTAS".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-CUOTA.
            PERFORM UNTIL w-eof-cuotas = 1
               IF cuo-pre-nro NOT = w-pre-actual
                  PERFORM 600-CORTE-PRESTAMO
               END-IF
               PERFORM 300-PROCESO-CUOTA
               PERFORM 200-LEER-CUOTA
            END-PERFORM.
            PERFORM 600-CORTE-PRESTAMO.
            PERFORM 800-FIN.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           MOVE SPACES TO w-lote.
           STRING "PRE-" DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO w-lote
           END-STRING.
           PERFORM 115-CONTROLAR-LOTE-PENDIENTE.
           PERFORM 116-CONTROLAR-LOTE-APLICADO.
           MOVE "INICIO" TO w-run-evento.
           MOVE ZERO TO w-run-leidos.
           MOVE ZERO TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           OPEN I-O CUOTAS.
      * sin cuotas.dat todavia (no se otorgo ningun prestamo) igual
      * se deja el archivo de salida con su encabezado LOTE, para que
      * el paso de APLICA lo corra como un lote vacio.
           IF w-fs-cuotas = "35"
              DISPLAY "NO HAY ARCHIVO DE CUOTAS - NADA PARA GENERAR"
              PERFORM 118-ABRIR-SALIDA-CON-LOTE
              CLOSE SALIDA
              MOVE "FIN" TO w-run-evento
              PERFORM 940-GRABAR-RUNLOG
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.
           IF w-fs-cuotas NOT = "00"
              MOVE "CUOTAS" TO w-err-archivo
              MOVE w-fs-cuotas TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O PRESTAMOS.
           IF w-fs-prestamos NOT = "00"
              MOVE "PRESTAMOS" TO w-err-archivo
              MOVE w-fs-prestamos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           PERFORM 118-ABRIR-SALIDA-CON-LOTE.
           MOVE w-fecha-hoy TO l-tit-fecha.
           DISPLAY lin-titulo.
           DISPLAY lin-encab-det.

       105-TOMAR-RUTAS.
           ACCEPT w-path-cuotas FROM ENVIRONMENT "CUOTAS_DAT".
           IF w-path-cuotas = SPACES
              MOVE '..\cuotas.dat' TO w-path-cuotas
           END-IF.
           ACCEPT w-path-prestamos FROM ENVIRONMENT "PRESTAMOS_DAT".
           IF w-path-prestamos = SPACES
              MOVE '..\prestamos.dat' TO w-path-prestamos
           END-IF.
           ACCEPT w-path-salida FROM ENVIRONMENT "MOVSPREST_DAT".
           IF w-path-salida = SPACES
              MOVE '..\movsprest.dat' TO w-path-salida
           END-IF.
           ACCEPT w-path-checkpoint FROM ENVIRONMENT
                  "APLICA_CHECKPOINT".
           IF w-path-checkpoint = SPACES
              MOVE '..\aplicackp.dat' TO w-path-checkpoint
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.
           ACCEPT w-path-lotes FROM ENVIRONMENT "LOTES_DAT".
           IF w-path-lotes = SPACES
              MOVE '..\lotesapl.dat' TO w-path-lotes
           END-IF.

      * si APLICA-MOVIMIENTOS quedo a mitad de este mismo lote, el
      * archivo generado tiene que quedar intacto para que la
      * reanudacion por checkpoint salte exactamente las lineas ya
      * aplicadas.
       115-CONTROLAR-LOTE-PENDIENTE.
           OPEN INPUT ARCH-CHECKPOINT.
           READ ARCH-CHECKPOINT
               AT END CONTINUE
               NOT AT END
                  IF ckp-lote = w-lote
                     DISPLAY "EL LOTE " w-lote " QUEDO A MITAD DE "
                             "APLICAR - SE CONSERVA EL ARCHIVO "
                             "GENERADO"
                     CLOSE ARCH-CHECKPOINT
                     MOVE ZERO TO RETURN-CODE
                     STOP RUN
                  END-IF
           END-READ.
           CLOSE ARCH-CHECKPOINT.

      * lote de cuotas de esta fecha ya aplicado: no se regenera (las
      * cuotas cobradas ya no saldrian y las rechazadas repetirian el
      * intento del dia). Queda solo el encabezado para que APLICA
      * informe el lote ya aplicado (codigo 6) y el batch siga.
       116-CONTROLAR-LOTE-APLICADO.
           MOVE ZERO TO w-lote-aplicado.
           MOVE ZERO TO w-eof-lotes.
           OPEN INPUT LOTES.
           IF w-fs-lotes NOT = "00"
              MOVE 1 TO w-eof-lotes
           END-IF.
           PERFORM UNTIL w-eof-lotes = 1
              READ LOTES
                  AT END MOVE 1 TO w-eof-lotes
                  NOT AT END
                     MOVE SPACES TO w-reg-lote-x
                     UNSTRING lin-lote DELIMITED BY ";"
                         INTO w-reg-lote-x
                     END-UNSTRING
                     IF w-reg-lote-x = w-lote
                        MOVE 1 TO w-lote-aplicado
                        MOVE 1 TO w-eof-lotes
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE LOTES.
           IF w-lote-aplicado = 1
              DISPLAY "EL LOTE " w-lote " YA FUE APLICADO - NO SE "
                      "REGENERAN CUOTAS PARA ESTA FECHA"
              PERFORM 118-ABRIR-SALIDA-CON-LOTE
              CLOSE SALIDA
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.

       118-ABRIR-SALIDA-CON-LOTE.
           OPEN OUTPUT SALIDA.
           IF w-fs-salida NOT = "00"
              MOVE "SALIDA" TO w-err-archivo
              MOVE w-fs-salida TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE SPACES TO lin-salida.
           STRING "LOTE;" DELIMITED BY SIZE
                  w-lote DELIMITED BY SPACE
                  INTO lin-salida
           END-STRING.
           WRITE lin-salida.

       200-LEER-CUOTA.
           READ CUOTAS NEXT
               AT END MOVE 1 TO w-eof-cuotas
           END-READ.
           IF w-eof-cuotas NOT = 1
              ADD 1 TO w-cant-leidas
           END-IF.

       300-PROCESO-CUOTA.
           IF cuo-pendiente
              ADD 1 TO w-pre-pendientes
              IF w-pre-vigente = 1
                 AND cuo-vencimiento NOT > w-fecha-hoy
                 PERFORM 400-ACTUALIZAR-MORA
                 PERFORM 500-GENERAR-LINEA
              END-IF
           END-IF.

      * dias de atraso contados desde el vencimiento; el intento del
      * dia se cuenta una sola vez aunque la generacion se relance
      * para la misma fecha.
       400-ACTUALIZAR-MORA.
           COMPUTE w-dias-mora =
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
               - FUNCTION INTEGER-OF-DATE(cuo-vencimiento).
           IF w-dias-mora > 9999
              MOVE 9999 TO w-dias-mora
           END-IF.
           MOVE w-dias-mora TO cuo-dias-mora.
           IF cuo-ult-intento < w-fecha-hoy
              ADD 1 TO cuo-intentos
              MOVE w-fecha-hoy TO cuo-ult-intento
           END-IF.
           REWRITE cuo-reg
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR LA CUOTA " cuo-pre-nro
                          "-" cuo-numero
           END-REWRITE.
           IF cuo-dias-mora > ZERO
              ADD 1 TO w-cant-mora
              ADD cuo-importe TO w-importe-mora
           END-IF.

      * el importe va con coma decimal como en movsdia.dat; los dos
      * ultimos campos llevan prestamo y cuota en lugar de la
      * contraparte, para que APLICA marque la cuota cobrada.
       500-GENERAR-LINEA.
           MOVE cuo-importe TO w-importe-ent.
           COMPUTE w-importe-dec =
               (cuo-importe - w-importe-ent) * 100.
           MOVE SPACES TO w-importe-x.
           STRING w-importe-ent DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  w-importe-dec DELIMITED BY SIZE
                  INTO w-importe-x
           END-STRING.
           MOVE SPACES TO lin-salida.
           STRING cuo-filial   DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  cuo-cod      DELIMITED BY SIZE
                  ";P;"        DELIMITED BY SIZE
                  w-importe-x  DELIMITED BY SPACE
                  ";"          DELIMITED BY SIZE
                  cuo-pre-nro  DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  cuo-numero   DELIMITED BY SIZE
                  INTO lin-salida
           END-STRING.
           WRITE lin-salida.
           IF w-fs-salida NOT = "00"
              MOVE "SALIDA" TO w-err-archivo
              MOVE w-fs-salida TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO w-cant-generadas.
           IF cuo-dias-mora > ZERO
              MOVE "GENERADA EN MORA" TO l-det-resultado
           ELSE
              MOVE "GENERADA" TO l-det-resultado
           END-IF.
           PERFORM 520-IMPRIMIR-DETALLE.

       520-IMPRIMIR-DETALLE.
           MOVE cuo-pre-nro TO l-det-nro.
           MOVE cuo-numero TO l-det-cuota.
           MOVE cuo-filial TO l-det-filial.
           MOVE cuo-cod TO l-det-cod.
           MOVE cuo-vencimiento TO l-det-venc.
           MOVE cuo-importe TO l-det-importe.
           MOVE cuo-dias-mora TO l-det-mora.
           DISPLAY lin-det.

      * corte por prestamo: al terminar las cuotas de uno, si sigue
      * vigente y no le queda ninguna pendiente pasa a finalizado; y
      * se toma el estado del prestamo que empieza (solo los vigentes
      * generan debito).
       600-CORTE-PRESTAMO.
           IF w-pre-actual NOT = ZERO
              AND w-pre-vigente = 1
              AND w-pre-pendientes = ZERO
              PERFORM 650-FINALIZAR-PRESTAMO
           END-IF.
           MOVE ZERO TO w-pre-pendientes.
           MOVE ZERO TO w-pre-vigente.
           IF w-eof-cuotas NOT = 1
              MOVE cuo-pre-nro TO w-pre-actual
              MOVE cuo-pre-nro TO pre-nro
              READ PRESTAMOS
                  INVALID KEY
                     DISPLAY "CUOTA SIN PRESTAMO: " cuo-pre-nro
                  NOT INVALID KEY
                     IF pre-vigente
                        MOVE 1 TO w-pre-vigente
                     END-IF
              END-READ
           END-IF.

       650-FINALIZAR-PRESTAMO.
           MOVE w-pre-actual TO pre-nro.
           READ PRESTAMOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE "F" TO pre-estado
                  MOVE w-fecha-hoy TO pre-fecha-baja
                  REWRITE pre-reg
                      INVALID KEY
                         DISPLAY "ERROR AL FINALIZAR EL PRESTAMO "
                                 pre-nro
                      NOT INVALID KEY
                         ADD 1 TO w-cant-finalizados
                  END-REWRITE
           END-READ.

       800-FIN.
           CLOSE SALIDA.
           DISPLAY lin-guarda2.
           MOVE w-cant-generadas TO l-tot-generadas.
           DISPLAY lin-tot-generadas.
           MOVE w-cant-mora TO l-tot-mora.
           MOVE w-importe-mora TO l-tot-importe-mora.
           DISPLAY lin-tot-mora.
           MOVE w-cant-finalizados TO l-tot-finalizados.
           DISPLAY lin-tot-finalizados.
           CLOSE CUOTAS.
           CLOSE PRESTAMOS.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-leidas TO w-run-leidos.
           MOVE w-cant-generadas TO w-run-grabados.
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
           MOVE ZERO TO w-fecha-hoy.
           OPEN INPUT FECHAPROC.
           IF w-fs-fechaproc = "00"
              READ FECHAPROC
                  AT END CONTINUE
                  NOT AT END
                     IF lin-fechaproc NOT = SPACES
                        MOVE FUNCTION NUMVAL(lin-fechaproc)
                            TO w-fecha-hoy
                     END-IF
              END-READ
           END-IF.
           CLOSE FECHAPROC.
           IF w-fecha-hoy = ZERO
              ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
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
       END PROGRAM GENERA-CUOTAS.
