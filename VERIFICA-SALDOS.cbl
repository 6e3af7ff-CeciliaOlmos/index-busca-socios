      *          with both amounts and prints control totals. Ends
      *          with RETURN-CODE 4 when differences exist so
      *          run_batch.sh cuts the batch before the listado is
      *          printed with bad balances. The last saldo of each
      *          socio is read from resumov.dat (the per-socio summary
      *          the posting programs keep) instead of scanning the
      *          socio's movements; a second pass matches
      *          movimientos.dat against resumov.dat in socio order
      *          and lists every socio whose summary line does not
      *          agree with the detail (count, last movement or month
      *          totals), or that has a line with no movements or
      *          movements with no line. A drifted summary also ends
      *          with codigo 4: run REARMA-RESUMOV and relaunch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS mov-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-movimientos.

           SELECT RESUMOV
           ASSIGN TO DYNAMIC w-path-resumov
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rsm-soc-llave
           FILE STATUS IS w-fs-resumov.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO DYNAMIC w-path-runlog
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       01  lin-no-conforme.
           03 filler pic x(47) value
               "*** EXISTEN SALDOS QUE NO FOOTEAN - REVISAR ***".
       01  lin-tit-rsm.
           03 filler pic x(42) value
               "CONTROL DEL RESUMEN CONTRA LOS MOVIMIENTOS".
       01  lin-encab-rsm.
           03 filler pic x(10) value "FILIAL".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(12) value "CANT.RESUMEN".
           03 filler pic x(12) value "CANT.DETALLE".
           03 filler pic x(11) value "OBSERVACION".
       01  lin-det-rsm.
           03 filler pic x(3) value spaces.
           03 l-rsm-filial pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-rsm-cod pic zzz9.
           03 filler pic x(4) value spaces.
           03 l-rsm-cant-res pic z.zzz.zz9.
           03 filler pic x(3) value spaces.
           03 l-rsm-cant-det pic z.zzz.zz9.
           03 filler pic x(3) value spaces.
           03 l-rsm-motivo pic x(35).
       01  lin-tot-desfasados.
           03 filler pic x(32) value "SOCIOS CON RESUMEN DESFASADO: ".
           03 l-tot-desfasados pic zz.zz9.
       01  lin-rsm-conforme.
           03 filler pic x(49) value
               "EL RESUMEN DE MOVIMIENTOS COINCIDE CON EL DETALLE".
       01  lin-rsm-no-conforme.
           03 filler pic x(49) value
               "*** RESUMEN DESFASADO - CORRER REARMA-RESUMOV ***".
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-mov-existe pic 9 value 1.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-cant-sin-movs pic 9(5) value zero.
       77  w-cant-diferencias pic 9(5) value zero.

      *********control del resumen contra el detalle ******************
       77  w-fin-rsm pic 9 value zero.
       77  w-cant-desfasados pic 9(5) value zero.
       01  w-det-llave.
           03 w-det-filial pic 9999.
           03 w-det-cod pic 9999.
       77  w-det-cant pic 9(7).
       77  w-det-ult-fecha pic 9(8).
       77  w-det-ult-hora pic 9(8).
       77  w-det-ult-saldo pic s9(7)v99.
       77  w-det-periodo pic 9(6).
       77  w-det-mes-cant pic 9(5).
       77  w-det-mes-creditos pic 9(9)v99.
       77  w-det-mes-debitos pic 9(9)v99.
       77  w-periodo-mov pic 9(6).

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
               PERFORM 300-VERIFICAR-SOCIO
               PERFORM 200-LEER-SOCIO
            END-PERFORM.
            PERFORM 600-CONTROLAR-RESUMEN.
            PERFORM 800-FIN.
            STOP RUN.

              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * sin resumen no hay contra que footear: se arma primero con
      * REARMA-RESUMOV (el batch lo hace si falta).
           OPEN INPUT RESUMOV.
           IF w-fs-resumov NOT = "00"
              IF w-fs-resumov = "35"
                 DISPLAY "FALTA RESUMOV.DAT - CORRER REARMA-RESUMOV"
              END-IF
              MOVE "RESUMOV" TO w-err-archivo
              MOVE w-fs-resumov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           DISPLAY lin-titulo.
           DISPLAY lin-encab-dif.

           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
              PERFORM 500-INFORMAR-DIFERENCIA
           END-IF.

      * el ultimo saldo resultante sale de la linea del socio en
      * resumov.dat, sin recorrer sus movimientos; sin linea el socio
      * no registra movimientos y el saldo esperado es cero. Que la
      * linea diga lo mismo que el detalle lo controla 600.
       400-BUSCAR-ULTIMO-SALDO.
           MOVE ZERO TO w-saldo-movs.
           MOVE ZERO TO w-tiene-movs.
           MOVE soc-llave TO rsm-soc-llave.
           READ RESUMOV
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE rsm-ult-saldo TO w-saldo-movs
                  MOVE 1 TO w-tiene-movs
           END-READ.
           IF w-fs-resumov NOT = "00"
              AND w-fs-resumov NOT = "23"
              MOVE "RESUMOV" TO w-err-archivo
              MOVE w-fs-resumov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

       500-INFORMAR-DIFERENCIA.
           ADD 1 TO w-cant-diferencias.
           MOVE soc-filial TO l-dif-filial.
           MOVE soc-cod TO l-dif-cod.
           MOVE soc-saldo TO l-dif-saldo-soc.
           MOVE w-saldo-movs TO l-dif-saldo-mov.
           DISPLAY lin-det-dif.

      * control del resumen contra el detalle: movimientos.dat y
      * resumov.dat se leen enteros una sola vez, los dos en orden de
      * socio, y se aparean. Cada socio con filas tiene que tener su
      * linea con la misma cantidad, el mismo ultimo movimiento y los
      * mismos totales del mes de ese ultimo movimiento; una linea
      * sin filas sobra.
       600-CONTROLAR-RESUMEN.
           DISPLAY lin-guarda2.
           DISPLAY lin-tit-rsm.
           DISPLAY lin-encab-rsm.
           MOVE ZERO TO w-fin-movs.
           MOVE ZERO TO w-fin-rsm.
           IF w-mov-existe = 0
              MOVE 1 TO w-fin-movs
           ELSE
              MOVE ZERO TO mov-filial
              MOVE ZERO TO mov-cod
              MOVE ZERO TO mov-fecha
              MOVE ZERO TO mov-hora
              START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
                  INVALID KEY MOVE 1 TO w-fin-movs
              END-START
           END-IF.
           IF w-fin-movs = 0
              PERFORM 610-LEER-MOVIMIENTO
           END-IF.
           MOVE ZERO TO rsm-filial.
           MOVE ZERO TO rsm-cod.
           START RESUMOV KEY IS NOT LESS THAN rsm-soc-llave
               INVALID KEY MOVE 1 TO w-fin-rsm
           END-START.
           IF w-fin-rsm = 0
              PERFORM 620-LEER-RESUMEN
           END-IF.
           PERFORM UNTIL w-fin-movs = 1 AND w-fin-rsm = 1
              EVALUATE TRUE
                 WHEN w-fin-rsm = 1
                 WHEN w-fin-movs = 0
                      AND mov-soc-llave < rsm-soc-llave
                    PERFORM 630-ARMAR-DETALLE
                    MOVE ZERO TO l-rsm-cant-res
                    MOVE w-det-cant TO l-rsm-cant-det
                    MOVE "MOVIMIENTOS SIN LINEA EN RESUMEN"
                        TO l-rsm-motivo
                    PERFORM 690-INFORMAR-DESFASAJE
                 WHEN w-fin-movs = 1
                 WHEN rsm-soc-llave < mov-soc-llave
                    MOVE rsm-soc-llave TO w-det-llave
                    MOVE rsm-cant-movs TO l-rsm-cant-res
                    MOVE ZERO TO l-rsm-cant-det
                    MOVE "LINEA EN RESUMEN SIN MOVIMIENTOS"
                        TO l-rsm-motivo
                    PERFORM 690-INFORMAR-DESFASAJE
                    PERFORM 620-LEER-RESUMEN
                 WHEN OTHER
                    PERFORM 630-ARMAR-DETALLE
                    PERFORM 640-COMPARAR-RESUMEN
                    PERFORM 620-LEER-RESUMEN
              END-EVALUATE
           END-PERFORM.

       610-LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT
               AT END MOVE 1 TO w-fin-movs
           END-READ.

       620-LEER-RESUMEN.
           READ RESUMOV NEXT
               AT END MOVE 1 TO w-fin-rsm
           END-READ.

      * acumula las filas del socio igual que REARMA-RESUMOV: vienen
      * por fecha/hora ascendente, asi que la ultima es el ultimo
      * movimiento y el mes que queda es el de ese movimiento.
       630-ARMAR-DETALLE.
           MOVE mov-soc-llave TO w-det-llave.
           MOVE ZERO TO w-det-cant.
           MOVE ZERO TO w-det-ult-fecha.
           MOVE ZERO TO w-det-ult-hora.
           MOVE ZERO TO w-det-ult-saldo.
           MOVE ZERO TO w-det-periodo.
           MOVE ZERO TO w-det-mes-cant.
           MOVE ZERO TO w-det-mes-creditos.
           MOVE ZERO TO w-det-mes-debitos.
           PERFORM UNTIL w-fin-movs = 1
                   OR mov-soc-llave NOT = w-det-llave
              PERFORM 635-ACUMULAR-DETALLE
              PERFORM 610-LEER-MOVIMIENTO
           END-PERFORM.

       635-ACUMULAR-DETALLE.
           ADD 1 TO w-det-cant.
           MOVE mov-fecha TO w-det-ult-fecha.
           MOVE mov-hora TO w-det-ult-hora.
           MOVE mov-saldo-result TO w-det-ult-saldo.
           MOVE mov-fecha(1:6) TO w-periodo-mov.
           IF w-periodo-mov NOT = w-det-periodo
              MOVE w-periodo-mov TO w-det-periodo
              MOVE ZERO TO w-det-mes-cant
              MOVE ZERO TO w-det-mes-creditos
              MOVE ZERO TO w-det-mes-debitos
           END-IF.
           ADD 1 TO w-det-mes-cant.
           IF mov-importe < ZERO
              SUBTRACT mov-importe FROM w-det-mes-debitos
           ELSE
              ADD mov-importe TO w-det-mes-creditos
           END-IF.

       640-COMPARAR-RESUMEN.
           MOVE rsm-cant-movs TO l-rsm-cant-res.
           MOVE w-det-cant TO l-rsm-cant-det.
           EVALUATE TRUE
              WHEN rsm-cant-movs NOT = w-det-cant
                 MOVE "CANTIDAD DE MOVIMIENTOS DISTINTA"
                     TO l-rsm-motivo
                 PERFORM 690-INFORMAR-DESFASAJE
              WHEN rsm-ult-fecha NOT = w-det-ult-fecha
                   OR rsm-ult-hora NOT = w-det-ult-hora
                   OR rsm-ult-saldo NOT = w-det-ult-saldo
                 MOVE "ULTIMO MOVIMIENTO O SALDO DISTINTO"
                     TO l-rsm-motivo
                 PERFORM 690-INFORMAR-DESFASAJE
              WHEN rsm-periodo NOT = w-det-periodo
                   OR rsm-mes-cant NOT = w-det-mes-cant
                   OR rsm-mes-creditos NOT = w-det-mes-creditos
                   OR rsm-mes-debitos NOT = w-det-mes-debitos
                 MOVE "TOTALES DEL MES DISTINTOS"
                     TO l-rsm-motivo
                 PERFORM 690-INFORMAR-DESFASAJE
           END-EVALUATE.

       690-INFORMAR-DESFASAJE.
           ADD 1 TO w-cant-desfasados.
           MOVE w-det-filial TO l-rsm-filial.
           MOVE w-det-cod TO l-rsm-cod.
           DISPLAY lin-det-rsm.

       800-FIN.
           DISPLAY lin-guarda2.
              DISPLAY lin-no-conforme
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE w-cant-desfasados TO l-tot-desfasados.
           DISPLAY lin-tot-desfasados.
           IF w-cant-desfasados = ZERO
              DISPLAY lin-rsm-conforme
           ELSE
              DISPLAY lin-rsm-no-conforme
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE SOCIOS.
           IF w-mov-existe = 1
              CLOSE MOVIMIENTOS
           END-IF.
           CLOSE RESUMOV.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-leidos TO w-run-leidos.
           COMPUTE w-run-grabados =
               w-cant-diferencias + w-cant-desfasados.
           MOVE RETURN-CODE TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

