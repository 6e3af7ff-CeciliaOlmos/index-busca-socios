      *          its lotes: a second run for the same fecha/usuario is
      *          refused (codigo 6), so a relaunch cannot reverse the
      *          original movements twice and over-correct the saldos.
      *          Reversing a loan installment debit (tipo P against a
      *          cuota) puts that cuota back to pendiente in
      *          cuotas.dat, so GENERA-CUOTAS debits it again.
      *          A posting fee of APLICA-MOVIMIENTOS (tipo M with the
      *          hora of its operation in mov-contraparte) shares the
      *          fecha and usuario of that operation, so it is always
      *          reversed in the same run; the proof marks those rows
      *          and totals the fees reversed. A reversed retiro also
      *          stops counting against the free monthly quota.
      *          Reversing a transfer to another bank (tipo X, the
      *          transfer number in mov-contraparte) cancels it in
      *          transfext.dat so GENERA-TRANSFEXT does not send it;
      *          if it had already gone to the clearing house the
      *          proof warns it, since the money is already out.
      *          Reversing the credit of a returned transfer puts the
      *          transfer back to enviada.
      *          Every movement written also updates the socio's
      *          line in resumov.dat (last movement, count, month).
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

           SELECT OPTIONAL FECHAPROC
           ASSIGN TO DYNAMIC w-path-fechaproc
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-contrareg.

           SELECT OPTIONAL CUOTAS
           ASSIGN TO DYNAMIC w-path-cuotas
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cuo-llave
           FILE STATUS IS w-fs-cuotas.

           SELECT OPTIONAL TRANSFEXT
           ASSIGN TO DYNAMIC w-path-transfext
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS tex-nro
           FILE STATUS IS w-fs-transfext.

       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
               88 mov-interes value "I".
               88 mov-comision value "M".
               88 mov-transferencia value "T".
               88 mov-prestamo value "P".
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-usuario pic x(12).
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

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       FD  CONTRAREG.
       01  lin-contrareg pic x(80).

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

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
           03 l-det-saldo-ant pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-saldo-desp pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-nota pic x(12).
       01  lin-encab-filial.
           03 filler pic x(7) value "FILIAL".
           03 filler pic x(3) value spaces.
           03 l-gen-cant pic zz.zz9.
           03 filler pic x(3) value spaces.
           03 l-gen-importe pic -(9)9,99.
       01  lin-total-comisiones.
           03 filler pic x(24) value "COMISIONES REVERSADAS: ".
           03 l-com-cant pic zz.zz9.
           03 filler pic x(6) value " POR ".
           03 l-com-importe pic -(9)9,99.
       01  lin-sin-movs.
           03 filler pic x(48) value
               "NO HAY MOVIMIENTOS DE ESA FECHA PARA REVERSAR".
       77  w-path-movimientos pic x(100).
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-path-cuotas pic x(100).
       77  w-fs-cuotas pic xx.
       77  w-cuo-existe pic 9 value 1.
       77  w-path-transfext pic x(100).
       77  w-fs-transfext pic xx.
       77  w-tex-existe pic 9 value 1.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
           03 w-orig-tipo pic x(1).
           03 w-orig-importe pic s9(7)v99.
           03 w-orig-contraparte pic x(8).
           03 w-orig-usuario pic x(12).
       01  w-orig-cuota REDEFINES w-orig-reg.
           03 filler pic x(18).
           03 w-orig-cuo-llave.
               05 w-orig-pre-nro pic 9(5).
               05 w-orig-cuo-numero pic 999.
       01  w-orig-externa REDEFINES w-orig-reg.
           03 filler pic x(18).
           03 w-orig-tex-nro pic 9(8).

       77  w-saldo-antes pic s9(7)v99.
       77  w-saldo-despues pic s9(7)v99.
       77  w-fil-saldo-desp pic s9(9)v99 value zero.
       77  w-gen-cant pic 9(5) value zero.
       77  w-gen-importe pic s9(10)v99 value zero.
       77  w-gen-com-cant pic 9(5) value zero.
       77  w-gen-com-importe pic s9(10)v99 value zero.
       77  w-usuario-aplica pic x(12) value "BATCH-MOV".

       77  w-usuario-contra pic x(12) value "CONTRAMARCHA".
       77  w-mov-grabado pic 9 value zero.
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
           OPEN I-O CUOTAS.
           IF w-fs-cuotas NOT = "00"
              MOVE ZERO TO w-cuo-existe
           END-IF.
           OPEN I-O TRANSFEXT.
           IF w-fs-transfext NOT = "00"
              MOVE ZERO TO w-tex-existe
           END-IF.
           MOVE w-contra-fecha TO l-tit-fecha.
           DISPLAY lin-titulo.
           IF w-contra-usuario NOT = SPACES
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.
           ACCEPT w-path-contrareg FROM ENVIRONMENT "CONTRAREG_DAT".
           IF w-path-contrareg = SPACES
              MOVE '..\contramar.dat' TO w-path-contrareg
           END-IF.
           ACCEPT w-path-cuotas FROM ENVIRONMENT "CUOTAS_DAT".
           IF w-path-cuotas = SPACES
              MOVE '..\cuotas.dat' TO w-path-cuotas
           END-IF.
           ACCEPT w-path-transfext FROM ENVIRONMENT "TRANSFEXT_DAT".
           IF w-path-transfext = SPACES
              MOVE '..\transfext.dat' TO w-path-transfext
           END-IF.

      * fecha y usuario por entorno (CONTRA_FECHA / CONTRA_USUARIO)
      * para uso batch, o preguntados; usuario vacio reversa todo lo
           MOVE mov-tipo TO w-orig-tipo.
           MOVE mov-importe TO w-orig-importe.
           MOVE mov-contraparte TO w-orig-contraparte.
           MOVE mov-usuario TO w-orig-usuario.
           MOVE w-orig-soc-llave TO soc-llave.
           READ SOCIOS
               INVALID KEY
               NOT INVALID KEY
                  PERFORM 550-GRABAR-CONTRAMARCHA
                  PERFORM 600-INFORMAR-REVERSION
                  IF w-orig-tipo = "P"
                     PERFORM 650-REABRIR-CUOTA
                  END-IF
                  IF w-orig-tipo = "X"
                     PERFORM 660-REVERTIR-EXTERNA
                  END-IF
           END-REWRITE.

      * el debito de una cuota (prestamo;cuota en la contraparte,
      * cuota 1 a 998) reversado deja la cuota otra vez pendiente.
      * El desembolso (cuota cero) y la cancelacion anticipada (999)
      * no tocan cuotas: se corrigen desde ABM-PRESTAMOS.
       650-REABRIR-CUOTA.
           IF w-cuo-existe = 1
              AND w-orig-importe < ZERO
              AND w-orig-cuo-numero > ZERO
              AND w-orig-cuo-numero < 999
              MOVE w-orig-cuo-llave TO cuo-llave
              READ CUOTAS
                  INVALID KEY
                     DISPLAY "CUOTA INEXISTENTE PARA REABRIR: "
                             w-orig-pre-nro "-" w-orig-cuo-numero
                  NOT INVALID KEY
                     IF cuo-cobrada
                        MOVE "P" TO cuo-estado
                        MOVE ZERO TO cuo-fecha-pago
                        REWRITE cuo-reg
                            INVALID KEY
                               DISPLAY "ERROR AL REABRIR LA CUOTA "
                                       w-orig-pre-nro "-"
                                       w-orig-cuo-numero
                        END-REWRITE
                     END-IF
              END-READ
           END-IF.

      * la transferencia a otro banco sigue al movimiento: el debito
      * reversado la anula para que no se envie (si ya salio queda
      * anulada igual y se avisa, la recupera tesoreria con la
      * camara); la devolucion reversada la deja otra vez enviada.
       660-REVERTIR-EXTERNA.
           IF w-tex-existe = 1
              MOVE w-orig-tex-nro TO tex-nro
              READ TRANSFEXT
                  INVALID KEY
                     DISPLAY "TRANSFERENCIA INEXISTENTE PARA REVERSAR: "
                             w-orig-tex-nro
                  NOT INVALID KEY
                     PERFORM 665-CAMBIAR-EXTERNA
              END-READ
           END-IF.

       665-CAMBIAR-EXTERNA.
           IF w-orig-importe < ZERO
              IF tex-enviada OR tex-confirmada
                 DISPLAY "ATENCION: LA TRANSFERENCIA " tex-nro
                         " YA FUE ENVIADA A CAMARA - GESTIONAR "
                         "SU RECUPERO"
              END-IF
              MOVE "N" TO tex-estado
              MOVE w-fecha-proc TO tex-fecha-resol
           ELSE
              MOVE "E" TO tex-estado
              MOVE ZERO TO tex-fecha-resol
              MOVE SPACES TO tex-motivo
              MOVE ZERO TO tex-hora-dev
           END-IF.
           REWRITE tex-reg
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR LA TRANSFERENCIA "
                          tex-nro
           END-REWRITE.

       550-GRABAR-CONTRAMARCHA.
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO w-mov-grabado
                  PERFORM 980-ACTUALIZAR-RESUMEN
           END-WRITE.
           IF w-mov-grabado = 0
              AND w-fs-movimientos NOT = "22"
           MOVE w-orig-importe TO l-det-importe.
           MOVE w-saldo-antes TO l-det-saldo-ant.
           MOVE w-saldo-despues TO l-det-saldo-desp.
      * la comision de posteo viaja con la operacion que la genero
           MOVE SPACES TO l-det-nota.
           IF w-orig-tipo = "M" AND w-orig-usuario = w-usuario-aplica
              MOVE "COMISION" TO l-det-nota
              ADD 1 TO w-gen-com-cant
              ADD w-orig-importe TO w-gen-com-importe
           END-IF.
           DISPLAY lin-det.
           ADD 1 TO w-fil-cant.
           ADD w-orig-importe TO w-fil-importe.
              MOVE w-gen-cant TO l-gen-cant
              MOVE w-gen-importe TO l-gen-importe
              DISPLAY lin-total-general
              IF w-gen-com-cant > ZERO
                 MOVE w-gen-com-cant TO l-com-cant
                 MOVE w-gen-com-importe TO l-com-importe
                 DISPLAY lin-total-comisiones
              END-IF
              PERFORM 810-REGISTRAR-CONTRAMARCHA
              MOVE ZERO TO RETURN-CODE
           ELSE
           END-IF.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           IF w-cuo-existe = 1
              CLOSE CUOTAS
           END-IF.
           IF w-tex-existe = 1
              CLOSE TRANSFEXT
           END-IF.

      * recien con la contramarcha completa se asienta en el
      * registro: fecha;usuario (TODOS si no hubo filtro);fecha y
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
