      *          SOCIOS account and against the counterpart account of
      *          its tipo (CAJA for depositos/retiros/ajustes/cierres/
      *          transferencias, INTERESES for interes, COMISIONES for
      *          comision, PRESTAMOS for loan disbursements and
      *          installments, PLAZOFIJO for fixed-term deposit
      *          capital, INT-PFIJO for their interest, CAMARA
      *          for transfers to other banks and their returns and
      *          EXCEDENTES for the surplus distributed to the
      *          socios) - so the extract balances by construction;
      *          the program still foots debe against haber and ends
      *          with codigo 4 if they differ, so run_batch.sh halts
      *          instead of shipping an unbalanced file.
      *          Every balanced extract is registered in
      *          regasiento.dat (fecha, cantidad, hash total,
      *          generacion, estado pendiente) for CONCILIA-ASIENTOS
      *          to match against the ledger acknowledgements. A day
      *          the ledger rejected or booked differently is
      *          regenerated for resubmission by running the program
      *          again with ASIENTO_FECHA set to that day: the
      *          extract is rewritten, the generacion goes up and the
      *          day is pending again. A day already conciliado is
      *          not regenerated (codigo 8), nor is a day whose
      *          movements are no longer on line (archived) when its
      *          registered extract had lines.
      *          The inter-branch settlement entries LIQUIDA-FILIALES
      *          leaves for the same date in asientoliq.AAAAMMDD
      *          (ASIENTOLIQ_DAT to override; CAJA against the
      *          ENLACEnnnn accounts) are added to the extract as
      *          tipo T lines, inside the same cantidad, hash and
      *          debe/haber footing. No file = no settlement lines.
      *          A back-valued correction of CORRIGE-FECHA-VALOR
      *          (registered in fvalor.dat) is booked on the day it
      *          was posted, not on its value date, so it reaches the
      *          ledger even when its value date was already sent
      *          and is not booked again if that day is regenerated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-asiento.

           SELECT OPTIONAL ASIENTOLIQ
           ASSIGN TO DYNAMIC w-path-asientoliq
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-asientoliq.

           SELECT OPTIONAL REGASIENTO
           ASSIGN TO DYNAMIC w-path-regasiento
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rga-fecha
           FILE STATUS IS w-fs-regasiento.

           SELECT OPTIONAL FVALOR
           ASSIGN TO DYNAMIC w-path-fvalor
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fvalor.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO DYNAMIC w-path-runlog
           ORGANIZATION IS LINE SEQUENTIAL
               88 mov-interes value "I".
               88 mov-comision value "M".
               88 mov-transferencia value "T".
               88 mov-prestamo value "P".
               88 mov-pfijo value "F".
               88 mov-int-pfijo value "G".
               88 mov-externa value "X".
               88 mov-excedente value "E".
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-usuario pic x(12).
       FD  ASIENTO.
       01  asi-reg pic x(40).

       FD  ASIENTOLIQ.
       01  alq-reg.
           03 alq-fecha pic 9(8).
           03 alq-filial pic 9999.
           03 alq-cuenta pic x(10).
           03 alq-dh pic x(1).
           03 alq-importe pic 9(11)v99.

       FD  FVALOR.
       01  lin-fvalor pic x(100).

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

      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).
       01  asi-encabezado.
           03 filler pic x(2) value "01".
           03 asi-enc-fecha pic 9(8).
       01  lin-no-balanceado.
           03 filler pic x(44) value
               "*** EL ASIENTO NO BALANCEA - NO IMPORTAR ***".
       01  lin-registro.
           03 filler pic x(34) value
               "EXTRACTO REGISTRADO - GENERACION ".
           03 l-reg-generacion pic z9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

      *********registro de extractos enviados al mayor ****************
       77  w-path-regasiento pic x(100).
       77  w-fs-regasiento pic xx.
       77  w-reg-existe pic 9 value zero.
       77  w-reg-cant-ant pic 9(6) value zero.
       77  w-reg-gen-ant pic 99 value zero.

       77  w-path-movimientos pic x(100).
       77  w-path-asiento pic x(100).
       77  w-fs-movimientos pic xx.
       77  w-fs-asiento pic xx.
       77  w-mov-existe pic 9 value 1.

      *********asientos de la liquidacion entre filiales **************
       77  w-path-asientoliq pic x(100).
       77  w-fs-asientoliq pic xx.
       77  w-eof-liq pic 9 value zero.

      *********correcciones con fecha valor (CORRIGE-FECHA-VALOR) *****
      * cada una se contabiliza el dia en que se grabo; se carga la
      * clave del movimiento y esa fecha.
       77  w-path-fvalor pic x(100).
       77  w-fs-fvalor pic xx.
       77  w-eof-fv pic 9 value zero.
       01  w-tab-fvalor.
           03 w-tv-entrada OCCURS 1000 TIMES.
               05 w-tv-soc-llave pic 9(8).
               05 w-tv-fecha pic 9(8).
               05 w-tv-hora pic 9(8).
               05 w-tv-fecha-proc pic 9(8).
       77  w-tv-tope pic 9(4) value zero.
       77  w-tv-ix pic 9(4).
       77  w-tv-hallado pic 9.
       77  w-fv-proc-x pic x(8).
       77  w-fv-filial-x pic x(4).
       77  w-fv-cod-x pic x(4).
       77  w-fv-fecha-x pic x(8).
       77  w-fv-hora-x pic x(8).
       01  w-fv-soc-llave.
           03 w-fv-filial pic 9999.
           03 w-fv-cod pic 9999.
       77  w-usuario-fvalor pic x(12) value "FECHA-VALOR".
       77  w-corresponde pic 9 value zero.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.
      *********acumuladores por filial y tipo *************************
      * una entrada por filial; dentro, un par de sumas (importes
      * positivos / negativos en valor absoluto) por cada uno de los
      * 12 tipos de movimiento: 1-D 2-R 3-A 4-C 5-I 6-M 7-T 8-P
      * 9-F 10-G 11-X 12-E.
       01  w-tab-filiales.
           03 w-fil-entrada OCCURS 500 TIMES.
               05 w-tf-filial pic 9999.
               05 w-tf-tipo OCCURS 12 TIMES.
                   07 w-tf-pos pic 9(11)v99.
                   07 w-tf-neg pic 9(11)v99.
       77  w-fil-tope pic 9(3) value zero.
       77  w-fil-ix pic 9(3).
       77  w-fil-hallada pic 9.
       77  w-fil-busca pic 9999.
       77  w-tipo-ix pic 99.
       77  w-tipo-letra pic x(1).
       01  w-tab-letras pic x(12) value "DRACIMTPFGXE".
       01  w-tab-cuentas.
           03 filler pic x(10) value "CAJA".
           03 filler pic x(10) value "CAJA".
           03 filler pic x(10) value "INTERESES".
           03 filler pic x(10) value "COMISIONES".
           03 filler pic x(10) value "CAJA".
           03 filler pic x(10) value "PRESTAMOS".
           03 filler pic x(10) value "PLAZOFIJO".
           03 filler pic x(10) value "INT-PFIJO".
           03 filler pic x(10) value "CAMARA".
           03 filler pic x(10) value "EXCEDENTES".
       01  w-tab-cuentas-r REDEFINES w-tab-cuentas.
           03 w-cuenta-tipo pic x(10) OCCURS 12 TIMES.

       77  w-importe pic 9(11)v99.
       77  w-total-debe pic 9(13)v99 value zero.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-ACUMULAR-MOVIMIENTOS.
            PERFORM 350-CONTROLAR-REGENERACION.
            PERFORM 400-GENERAR-ASIENTO.
            PERFORM 800-FIN.
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
           PERFORM 120-CONTROLAR-REGISTRO.
           INITIALIZE w-tab-filiales.
           MOVE w-fecha-asiento TO l-tit-fecha.
           DISPLAY lin-titulo.
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.
           ACCEPT w-path-regasiento FROM ENVIRONMENT "REGASIENTO_DAT".
           IF w-path-regasiento = SPACES
              MOVE '..\regasiento.dat' TO w-path-regasiento
           END-IF.
           ACCEPT w-path-fvalor FROM ENVIRONMENT "FVALOR_DAT".
           IF w-path-fvalor = SPACES
              MOVE '..\fvalor.dat' TO w-path-fvalor
           END-IF.

       110-PIDO-FECHA.
           ACCEPT w-env-fecha FROM ENVIRONMENT "ASIENTO_FECHA".
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-env-fecha))
                  TO w-fecha-asiento
           ELSE
              MOVE w-fecha-proc TO w-fecha-asiento
           END-IF.
      * el archivo de salida queda fechado (asiento.AAAAMMDD);
      * ASIENTO_DAT lo pisa si contaduria quiere otro nombre.
                     INTO w-path-asiento
              END-STRING
           END-IF.
           ACCEPT w-path-asientoliq FROM ENVIRONMENT "ASIENTOLIQ_DAT".
           IF w-path-asientoliq = SPACES
              STRING '..\asientoliq.' DELIMITED BY SIZE
                     w-fecha-asiento DELIMITED BY SIZE
                     INTO w-path-asientoliq
              END-STRING
           END-IF.

      * un dia que el mayor ya confirmo no se vuelve a generar: un
      * segundo envio lo contabilizaria dos veces.
       120-CONTROLAR-REGISTRO.
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
           MOVE w-fecha-asiento TO rga-fecha.
           READ REGASIENTO
               INVALID KEY MOVE ZERO TO w-reg-existe
               NOT INVALID KEY
                  MOVE 1 TO w-reg-existe
                  MOVE rga-cant TO w-reg-cant-ant
                  MOVE rga-generacion TO w-reg-gen-ant
           END-READ.
           IF w-reg-existe = 1 AND rga-conciliado
              DISPLAY "EL EXTRACTO DE ESA FECHA YA FUE CONCILIADO "
                      "CON EL MAYOR - NO SE REGENERA"
              CLOSE REGASIENTO
              MOVE 8 TO RETURN-CODE
              PERFORM 990-CORTAR
           END-IF.

      * ubica (o da de alta) la entrada de la filial en la tabla y
      * deja el subscripto en w-fil-ix.
           IF w-mov-existe = 0
              CONTINUE
           ELSE
              PERFORM 190-CARGAR-FECHA-VALOR
              PERFORM 210-LEER-MOVIMIENTO
              PERFORM UNTIL w-eof = 1
                 PERFORM 220-CORRESPONDE-AL-DIA
                 IF w-corresponde = 1
                    PERFORM 300-ACUMULAR-UNO
                 END-IF
                 PERFORM 210-LEER-MOVIMIENTO
              CLOSE MOVIMIENTOS
           END-IF.

      * fechaproc;filial;cod;fechavalor;hora;... tal como lo graba
      * CORRIGE-FECHA-VALOR. Sin archivo no hay correcciones.
       190-CARGAR-FECHA-VALOR.
           MOVE ZERO TO w-tv-tope.
           MOVE ZERO TO w-eof-fv.
           OPEN INPUT FVALOR.
           IF w-fs-fvalor NOT = "00"
              MOVE 1 TO w-eof-fv
           END-IF.
           PERFORM UNTIL w-eof-fv = 1
              READ FVALOR
                  AT END MOVE 1 TO w-eof-fv
                  NOT AT END PERFORM 195-TOMAR-FECHA-VALOR
              END-READ
           END-PERFORM.
           CLOSE FVALOR.

       195-TOMAR-FECHA-VALOR.
           IF lin-fvalor NOT = SPACES
              IF w-tv-tope < 1000
                 MOVE SPACES TO w-fv-proc-x w-fv-filial-x w-fv-cod-x
                                w-fv-fecha-x w-fv-hora-x
                 UNSTRING lin-fvalor DELIMITED BY ";"
                     INTO w-fv-proc-x w-fv-filial-x w-fv-cod-x
                          w-fv-fecha-x w-fv-hora-x
                 END-UNSTRING
                 ADD 1 TO w-tv-tope
                 MOVE FUNCTION NUMVAL(w-fv-filial-x) TO w-fv-filial
                 MOVE FUNCTION NUMVAL(w-fv-cod-x) TO w-fv-cod
                 MOVE w-fv-soc-llave TO w-tv-soc-llave(w-tv-tope)
                 MOVE FUNCTION NUMVAL(w-fv-fecha-x)
                     TO w-tv-fecha(w-tv-tope)
                 MOVE FUNCTION NUMVAL(w-fv-hora-x)
                     TO w-tv-hora(w-tv-tope)
                 MOVE FUNCTION NUMVAL(w-fv-proc-x)
                     TO w-tv-fecha-proc(w-tv-tope)
              ELSE
                 DISPLAY "REGISTRO DE FECHA VALOR COMPLETO - REVISAR "
                         w-path-fvalor
                 MOVE 1 TO w-eof-fv
              END-IF
           END-IF.

       210-LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-eof.

      * un movimiento va al asiento de su fecha, salvo la correccion
      * con fecha valor, que va al del dia en que se grabo.
       220-CORRESPONDE-AL-DIA.
           MOVE ZERO TO w-corresponde.
           IF mov-fecha = w-fecha-asiento
              MOVE 1 TO w-corresponde
           END-IF.
           IF w-tv-tope > ZERO
              AND mov-usuario = w-usuario-fvalor
              AND mov-fecha NOT > w-fecha-asiento
              MOVE ZERO TO w-tv-hallado
              MOVE mov-filial TO w-fv-filial
              MOVE mov-cod TO w-fv-cod
              PERFORM VARYING w-tv-ix FROM 1 BY 1
                      UNTIL w-tv-ix > w-tv-tope OR w-tv-hallado = 1
                 IF w-tv-soc-llave(w-tv-ix) = w-fv-soc-llave
                    AND w-tv-fecha(w-tv-ix) = mov-fecha
                    AND w-tv-hora(w-tv-ix) = mov-hora
                    MOVE 1 TO w-tv-hallado
                    IF w-tv-fecha-proc(w-tv-ix) = w-fecha-asiento
                       MOVE 1 TO w-corresponde
                    ELSE
                       MOVE ZERO TO w-corresponde
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       300-ACUMULAR-UNO.
           ADD 1 TO w-run-leidos.
           MOVE mov-filial TO w-fil-busca.
              WHEN mov-interes       MOVE 5 TO w-tipo-ix
              WHEN mov-comision      MOVE 6 TO w-tipo-ix
              WHEN mov-transferencia MOVE 7 TO w-tipo-ix
              WHEN mov-prestamo      MOVE 8 TO w-tipo-ix
              WHEN mov-pfijo         MOVE 9 TO w-tipo-ix
              WHEN mov-int-pfijo     MOVE 10 TO w-tipo-ix
              WHEN mov-externa       MOVE 11 TO w-tipo-ix
              WHEN mov-excedente     MOVE 12 TO w-tipo-ix
           END-EVALUATE.

      * si el extracto registrado tenia lineas y ahora no aparece
      * ningun movimiento, el dia ya fue pasado a movarch por
      * ARCHIVA-MOVIMIENTOS: regenerarlo pisaria el archivo bueno con
      * uno vacio.
       350-CONTROLAR-REGENERACION.
           IF w-reg-existe = 1 AND w-reg-cant-ant > ZERO
              AND w-run-leidos = ZERO
              DISPLAY "NO HAY MOVIMIENTOS EN LINEA PARA ESA FECHA "
                      "(ARCHIVADA) - NO SE REGENERA"
              CLOSE REGASIENTO
              MOVE 8 TO RETURN-CODE
              PERFORM 990-CORTAR
           END-IF.

      * por cada filial+tipo con importes: los positivos aumentan el
      * pasivo SOCIOS (haber) contra la cuenta del tipo (debe); los
      * negativos lo bajan (debe SOCIOS) contra la misma cuenta al
           PERFORM VARYING w-fil-ix FROM 1 BY 1
                   UNTIL w-fil-ix > w-fil-tope
              PERFORM VARYING w-tipo-ix FROM 1 BY 1
                      UNTIL w-tipo-ix > 12
                 IF w-tf-pos(w-fil-ix, w-tipo-ix) > ZERO
                    MOVE w-tf-pos(w-fil-ix, w-tipo-ix) TO w-importe
                    PERFORM 450-GRABAR-PAR-POSITIVO
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM 480-AGREGAR-LIQUIDACION.
           MOVE w-cant-lineas TO asi-cola-cant.
           MOVE w-hash-total TO asi-cola-hash.
           WRITE asi-reg FROM asi-cola.
           COMPUTE w-centavos = w-importe * 100.
           ADD w-centavos TO w-hash-total.

      * la liquidacion entre filiales ya viene en pares debe/haber;
      * cada linea se pasa como esta, con tipo T, y entra en los
      * mismos totales de control que las del resto del dia.
       480-AGREGAR-LIQUIDACION.
           OPEN INPUT ASIENTOLIQ.
           IF w-fs-asientoliq = "00"
              PERFORM 485-LEER-LIQUIDACION
              PERFORM UNTIL w-eof-liq = 1
                 IF alq-fecha = w-fecha-asiento
                    PERFORM 490-GRABAR-LINEA-LIQ
                 END-IF
                 PERFORM 485-LEER-LIQUIDACION
              END-PERFORM
              CLOSE ASIENTOLIQ
           ELSE
              IF w-fs-asientoliq NOT = "05"
                 AND w-fs-asientoliq NOT = "35"
                 MOVE "ASIENTOLIQ" TO w-err-archivo
                 MOVE w-fs-asientoliq TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
           END-IF.

       485-LEER-LIQUIDACION.
           READ ASIENTOLIQ AT END MOVE 1 TO w-eof-liq.

       490-GRABAR-LINEA-LIQ.
           MOVE w-fecha-asiento TO asi-det-fecha.
           MOVE alq-filial TO asi-det-filial.
           MOVE "T" TO asi-det-tipo.
           MOVE alq-cuenta TO asi-det-cuenta.
           MOVE alq-dh TO asi-det-dh.
           MOVE alq-importe TO asi-det-importe.
           WRITE asi-reg FROM asi-detalle.
           IF w-fs-asiento NOT = "00"
              MOVE "ASIENTO" TO w-err-archivo
              MOVE w-fs-asiento TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO w-cant-lineas.
           COMPUTE w-centavos = alq-importe * 100.
           ADD w-centavos TO w-hash-total.
           IF alq-dh = "D"
              ADD alq-importe TO w-total-debe
           ELSE
              ADD alq-importe TO w-total-haber
           END-IF.

       800-FIN.
           DISPLAY lin-guarda2.
           MOVE w-total-debe TO l-tot-debe.
           DISPLAY lin-tot-lineas.
           IF w-total-debe = w-total-haber
              DISPLAY lin-balanceado
              PERFORM 820-REGISTRAR-EXTRACTO
              MOVE ZERO TO RETURN-CODE
           ELSE
              DISPLAY lin-no-balanceado
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REGASIENTO.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-lineas TO w-run-grabados.
           MOVE RETURN-CODE TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

      * solo se registra lo que se puede importar; una regeneracion
      * sube la generacion y deja el dia pendiente de un ack nuevo,
      * con la espera contada desde la fecha de proceso del reenvio.
       820-REGISTRAR-EXTRACTO.
           MOVE w-fecha-asiento TO rga-fecha.
           MOVE w-cant-lineas TO rga-cant.
           MOVE w-hash-total TO rga-hash.
           MOVE w-total-debe TO rga-total.
           COMPUTE rga-generacion = w-reg-gen-ant + 1.
           MOVE w-fecha-proc TO rga-fecha-gen.
           ACCEPT rga-hora-gen FROM TIME.
           MOVE "P" TO rga-estado.
           MOVE ZERO TO rga-ack-cant.
           MOVE ZERO TO rga-ack-hash.
           MOVE ZERO TO rga-fecha-ack.
           IF w-reg-existe = 1
              REWRITE rga-reg
                  INVALID KEY
                     MOVE "REGASIENTO" TO w-err-archivo
                     MOVE w-fs-regasiento TO w-err-fs
                     PERFORM 950-ERROR-ARCHIVO
              END-REWRITE
           ELSE
              WRITE rga-reg
                  INVALID KEY
                     MOVE "REGASIENTO" TO w-err-archivo
                     MOVE w-fs-regasiento TO w-err-fs
                     PERFORM 950-ERROR-ARCHIVO
              END-WRITE
           END-IF.
           MOVE rga-generacion TO l-reg-generacion.
           DISPLAY lin-registro.
           IF rga-generacion > 1
              DISPLAY "REGENERADO PARA REENVIO AL MAYOR"
           END-IF.

      * corte controlado antes de generar: deja asentado el codigo
      * en la bitacora y termina sin tocar el archivo de salida.
       990-CORTAR.
           MOVE "FIN" TO w-run-evento.
           MOVE ZERO TO w-run-grabados.
           MOVE RETURN-CODE TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           STOP RUN.

      * una linea por evento en la bitacora compartida de corridas:
      * programa;fecha;hora;evento;leidos;grabados;rc. Se abre y
      * cierra en cada grabacion para no retener el archivo entre
           IF w-path-fechaproc = SPACES
              MOVE '..\fechaproc.dat' TO w-path-fechaproc
           END-IF.
           MOVE ZERO TO w-fecha-proc.
           OPEN INPUT FECHAPROC.
           IF w-fs-fechaproc = "00"
              READ FECHAPROC
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
