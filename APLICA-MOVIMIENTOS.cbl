      *          refuse a batch that already completed, and a per-line
      *          checkpoint lets an interrupted posting resume at the
      *          first unapplied line instead of double-posting.
      *          Tipo P lines (filial;socio;P;importe;prestamo;cuota,
      *          generated by GENERA-CUOTAS) debit a loan installment:
      *          the cuota must exist in cuotas.dat, belong to the socio
      *          and still be pending; the debit respects the overdraft
      *          limit like a retiro and only a posted debit marks the
      *          cuota cobrada, so a rejected one stays in arrears.
      *          Posting fees come from the tariff in parametros.dat
      *          (values in force at the fecha de proceso): TARIFA-R
      *          for each retiro beyond the TARIFA-R-LIBRES free ones
      *          of the calendar month (counted from movimientos.dat,
      *          reversed retiros excluded) and TARIFA-T for a tipo T
      *          whose contraparte is in another filial. The fee is
      *          a tipo M movement posted right after the operation,
      *          carrying the hora of that operation in
      *          mov-contraparte. A fee that would take the saldo past
      *          LIMITE-DESCUBIERTO is not charged: it goes to the
      *          reject file as its own filial;socio;M;importe line,
      *          which this program accepts on resubmission. Fees are
      *          listed and totalled apart from the operations.
      *          Tipo X lines (filial;socio;X;importe;cbu) are
      *          transfers to an account at another bank: the CBU
      *          (22 digits, both check digits verified) is the
      *          destination. The debit respects the overdraft limit
      *          like a retiro; the movement carries in
      *          mov-contraparte the transfer number under which the
      *          CBU, amount and state are kept in transfext.dat,
      *          pending until GENERA-TRANSFEXT puts it in the file
      *          for the clearing house.
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

           SELECT ENTRADA
           ASSIGN TO DYNAMIC w-path-entrada
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fechaproc.

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
               88 mov-pfijo value "F".
               88 mov-int-pfijo value "G".
               88 mov-externa value "X".
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

       FD  ENTRADA.
       01  lin-entrada pic x(60).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

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
           03 l-tot-transf-cant pic zz.zz9.
           03 filler pic x(6) value " POR ".
           03 l-tot-transf pic -(8)9,99.
       01  lin-total-cuotas.
           03 filler pic x(30) value "CUOTAS DE PRESTAMO COBRADAS: ".
           03 l-tot-cuotas-cant pic zz.zz9.
           03 filler pic x(6) value " POR ".
           03 l-tot-cuotas pic -(8)9,99.
       01  lin-total-externas.
           03 filler pic x(30) value "TRANSF. A OTROS BANCOS: ".
           03 l-tot-ext-cant pic zz.zz9.
           03 filler pic x(6) value " POR ".
           03 l-tot-ext pic -(8)9,99.
       01  lin-total-comisiones.
           03 filler pic x(30) value "COMISIONES COBRADAS: ".
           03 l-tot-com-cant pic zz.zz9.
           03 filler pic x(6) value " POR ".
           03 l-tot-com pic -(8)9,99.
       01  lin-total-com-rech.
           03 filler pic x(30) value "COMISIONES A RECHAZOS: ".
           03 l-tot-comr-cant pic zz.zz9.
           03 filler pic x(6) value " POR ".
           03 l-tot-comr pic -(8)9,99.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-rechazos pic x(100).
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-fs-entrada pic xx.
       77  w-path-cuotas pic x(100).
       77  w-fs-cuotas pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
           88 ent-deposito value "D".
           88 ent-retiro value "R".
           88 ent-transferencia value "T".
           88 ent-prestamo value "P".
           88 ent-comision value "M".
           88 ent-externa value "X".
       77  w-ent-importe pic s9(7)v99.

      *********contraparte de la transferencia (tipo T) ***************
       01  w-ent-contra-llave.
           03 w-ent-contra-filial pic 9999.
           03 w-ent-contra-cod pic 9999.
      *********cuota de prestamo que se debita (tipo P) ***************
       01  w-ent-ref-cuota.
           03 w-ent-ref-prestamo pic 9(5).
           03 w-ent-ref-numero pic 999.
      *********cuenta destino de la transferencia externa (tipo X) ****
       77  w-ent-basura-x pic x(15).
       01  w-ent-cbu-x pic x(22).
       01  w-ent-cbu-r REDEFINES w-ent-cbu-x.
           03 w-cbu-dig pic 9 OCCURS 22 TIMES.
       77  w-cbu-ix pic 99.
       77  w-cbu-suma pic 9(4).
       77  w-cbu-verif pic 9.
       01  w-cbu-pesos pic x(13) value "3971397139713".
       01  w-cbu-pesos-r REDEFINES w-cbu-pesos.
           03 w-cbu-peso pic 9 OCCURS 13 TIMES.

      *********transferencias a otros bancos **************************
       77  w-path-transfext pic x(100).
       77  w-fs-transfext pic xx.
       77  w-tex-ultimo pic 9(8) value zero.
       77  w-fin-tex pic 9 value zero.
       77  w-cant-externas pic 9(5) value zero.
       77  w-total-externas pic s9(9)v99 value zero.

       77  w-env-limite pic x(15).
      *********maestro central de parametros **************************
       77  w-limite-descubierto pic s9(7)v99 value zero.
       77  w-saldo-nuevo pic s9(7)v99.

      *********tarifa de comisiones por operacion *********************
      * importes vigentes a la fecha de proceso; cero = no se cobra.
       77  w-tarifa-r pic s9(7)v99 value zero.
       77  w-tarifa-r-libres pic 9(5) value zero.
       77  w-tarifa-t pic s9(7)v99 value zero.
       77  w-usuario-contra pic x(12) value "CONTRAMARCHA".
       77  w-com-importe pic s9(7)v99 value zero.
      * 0 sin comision, 1 cobrada, 2 rechazada por el limite
       77  w-com-estado pic 9 value zero.
       77  w-com-ref-hora pic 9(8).
       77  w-com-rech-importe pic -(7)9,99.
       77  w-cant-retiros-mes pic s9(5).
       77  w-fin-retiros pic 9.
       01  w-mes-desde.
           03 w-mes-desde-am pic 9(6).
           03 w-mes-desde-dd pic 99.
       77  w-cant-comisiones pic 9(5) value zero.
       77  w-total-comisiones pic s9(9)v99 value zero.
       77  w-cant-com-rech pic 9(5) value zero.
       77  w-total-com-rech pic s9(9)v99 value zero.

       77  w-cant-leidos pic 9(5) value zero.
       77  w-cant-aceptados pic 9(5) value zero.
       77  w-cant-rechazados pic 9(5) value zero.
       77  w-total-retiros pic s9(9)v99 value zero.
       77  w-cant-transf pic 9(5) value zero.
       77  w-total-transf pic s9(9)v99 value zero.
       77  w-cant-cuotas pic 9(5) value zero.
       77  w-total-cuotas pic s9(9)v99 value zero.

       77  w-usuario-batch pic x(12) value "BATCH-MOV".
       77  w-mov-grabado pic 9 value zero.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           PERFORM 110-TOMAR-LIMITE.
           PERFORM 112-TOMAR-TARIFA.
           OPEN INPUT ENTRADA.
           IF w-fs-entrada NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ENTRADA "
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
           IF w-fs-cuotas = "35"
              OPEN OUTPUT CUOTAS
              CLOSE CUOTAS
              OPEN I-O CUOTAS
           END-IF.
           IF w-fs-cuotas NOT = "00"
              AND w-fs-cuotas NOT = "05"
              MOVE "CUOTAS" TO w-err-archivo
              MOVE w-fs-cuotas TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
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
           PERFORM 150-ULTIMA-EXTERNA.
      * al reanudar, los rechazos de la parte ya corrida siguen en el
      * archivo: se agrega en vez de pisarlos.
           IF w-reanudando = 1
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.
           ACCEPT w-path-entrada FROM ENVIRONMENT "MOVSDIA_DAT".
           IF w-path-entrada = SPACES
              MOVE '..\movsdia.dat' TO w-path-entrada
           IF w-path-maestro = SPACES
              MOVE '..\parametros.dat' TO w-path-maestro
           END-IF.
           ACCEPT w-path-cuotas FROM ENVIRONMENT "CUOTAS_DAT".
           IF w-path-cuotas = SPACES
              MOVE '..\cuotas.dat' TO w-path-cuotas
           END-IF.
           ACCEPT w-path-transfext FROM ENVIRONMENT "TRANSFEXT_DAT".
           IF w-path-transfext = SPACES
              MOVE '..\transfext.dat' TO w-path-transfext
           END-IF.

      * el lote viene en la primera linea del archivo (LOTE;id); si
      * la primera linea es un detalle comun se retiene para
           END-PERFORM.
           MOVE w-lineas-saltear TO w-lineas-aplicadas.

      * numero de la ultima transferencia externa registrada; las
      * nuevas siguen la numeracion (mismo criterio que el numero de
      * certificado de ABM-PLAZOFIJO).
       150-ULTIMA-EXTERNA.
           MOVE ZERO TO w-tex-ultimo.
           MOVE ZERO TO w-fin-tex.
           MOVE ZERO TO tex-nro.
           START TRANSFEXT KEY IS > tex-nro
               INVALID KEY MOVE 1 TO w-fin-tex
           END-START.
           PERFORM UNTIL w-fin-tex = 1
              READ TRANSFEXT NEXT
                  AT END MOVE 1 TO w-fin-tex
                  NOT AT END MOVE tex-nro TO w-tex-ultimo
              END-READ
           END-PERFORM.

      * el limite sale del maestro central de parametros (valor
      * vigente a la fecha); LIMITE_DESCUBIERTO por entorno queda
      * como respaldo mientras el maestro no este cargado.
              END-IF
           END-IF.

      * tarifa de comisiones por tipo de movimiento, con vigencias
      * como las tasas: sin maestro o sin el parametro no se cobra.
       112-TOMAR-TARIFA.
           OPEN INPUT PARAM-MAESTRO.
           IF w-fs-maestro = "00"
              MOVE "TARIFA-R" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-tarifa-r
              END-IF
              MOVE "TARIFA-R-LIBRES" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-tarifa-r-libres
              END-IF
              MOVE "TARIFA-T" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-tarifa-t
              END-IF
              CLOSE PARAM-MAESTRO
           END-IF.
           MOVE w-fecha-proc TO w-mes-desde.
           MOVE 1 TO w-mes-desde-dd.

      * valor vigente de un parametro: el de mayor vigencia que no
      * supera la fecha de proceso. Las vigencias de un mismo nombre
      * vienen en orden ascendente dentro de la clave, asi que se
           END-IF.

       300-PROCESO-LINEA.
           MOVE ZERO TO w-com-estado.
           PERFORM 310-PARSEAR-LINEA.
           IF w-linea-valida = 1
              PERFORM 400-VALIDAR-Y-APLICAR
           ELSE
              PERFORM 700-RECHAZAR-LINEA
           END-IF.
           IF w-com-estado NOT = 0
              PERFORM 620-INFORMAR-COMISION
           END-IF.
           ADD 1 TO w-lineas-aplicadas.
           PERFORM 730-GRABAR-CHECKPOINT.


      * una transferencia (tipo T) trae dos campos mas con la clave
      * de la contraparte: filial;socio;T;importe;contrafil;contracod.
      * el debito de una cuota (tipo P) usa esos mismos dos campos
      * para el numero de prestamo y de cuota. Una comision (tipo M)
      * solo llega como reenvio de una que fue a rechazos. Una
      * transferencia a otro banco (tipo X) trae el CBU destino.
       310-PARSEAR-LINEA.
           MOVE 1 TO w-linea-valida.
           MOVE SPACES TO w-ent-filial-x w-ent-cod-x
               TO w-ent-importe.
           ADD w-ent-importe TO w-total-entrada.
           IF NOT ent-deposito AND NOT ent-retiro
              AND NOT ent-transferencia AND NOT ent-prestamo
              AND NOT ent-comision AND NOT ent-externa
              MOVE "TIPO INVALIDO" TO w-motivo-rechazo
              MOVE ZERO TO w-linea-valida
           ELSE
           IF w-linea-valida = 1 AND ent-transferencia
              PERFORM 320-PARSEAR-CONTRAPARTE
           END-IF.
           IF w-linea-valida = 1 AND ent-prestamo
              PERFORM 330-PARSEAR-CUOTA
           END-IF.
           IF w-linea-valida = 1 AND ent-externa
              PERFORM 340-PARSEAR-CBU
           END-IF.

       320-PARSEAR-CONTRAPARTE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-ent-contra-fil-x))
              END-IF
           END-IF.

       330-PARSEAR-CUOTA.
           IF w-ent-contra-fil-x = SPACES
              OR w-ent-contra-cod-x = SPACES
              MOVE "CUOTA SIN PRESTAMO" TO w-motivo-rechazo
              MOVE ZERO TO w-linea-valida
           ELSE
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-ent-contra-fil-x))
                  TO w-ent-ref-prestamo
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-ent-contra-cod-x))
                  TO w-ent-ref-numero
           END-IF.

      * el CBU son 22 digitos en dos bloques, cada uno con su digito
      * verificador al final: 8 (entidad y sucursal) y 14 (cuenta).
      * Un CBU mal tipeado se rechaza aca y no llega a la camara.
       340-PARSEAR-CBU.
           MOVE SPACES TO w-ent-cbu-x.
           UNSTRING lin-entrada DELIMITED BY ";"
               INTO w-ent-basura-x w-ent-basura-x
                    w-ent-basura-x w-ent-basura-x
                    w-ent-cbu-x
           END-UNSTRING.
           IF w-ent-cbu-x IS NOT NUMERIC
              MOVE "CBU INVALIDO" TO w-motivo-rechazo
              MOVE ZERO TO w-linea-valida
           ELSE
              MOVE ZERO TO w-cbu-suma
              PERFORM VARYING w-cbu-ix FROM 1 BY 1
                      UNTIL w-cbu-ix > 7
                 COMPUTE w-cbu-suma = w-cbu-suma
                     + w-cbu-dig(w-cbu-ix) * w-cbu-peso(w-cbu-ix + 6)
              END-PERFORM
              COMPUTE w-cbu-verif =
                  FUNCTION MOD(10 - FUNCTION MOD(w-cbu-suma, 10), 10)
              IF w-cbu-verif NOT = w-cbu-dig(8)
                 MOVE "CBU INVALIDO" TO w-motivo-rechazo
                 MOVE ZERO TO w-linea-valida
              END-IF
           END-IF.
           IF w-linea-valida = 1
              MOVE ZERO TO w-cbu-suma
              PERFORM VARYING w-cbu-ix FROM 1 BY 1
                      UNTIL w-cbu-ix > 13
                 COMPUTE w-cbu-suma = w-cbu-suma
                     + w-cbu-dig(w-cbu-ix + 8) * w-cbu-peso(w-cbu-ix)
              END-PERFORM
              COMPUTE w-cbu-verif =
                  FUNCTION MOD(10 - FUNCTION MOD(w-cbu-suma, 10), 10)
              IF w-cbu-verif NOT = w-cbu-dig(22)
                 MOVE "CBU INVALIDO" TO w-motivo-rechazo
                 MOVE ZERO TO w-linea-valida
              END-IF
           END-IF.

       400-VALIDAR-Y-APLICAR.
           MOVE w-ent-filial TO soc-filial.
           MOVE w-ent-cod TO soc-cod.
                  MOVE ZERO TO w-linea-valida
               NOT INVALID KEY
                  IF soc-activo
                     EVALUATE TRUE
                        WHEN ent-transferencia
                           PERFORM 450-APLICAR-TRANSFERENCIA
                        WHEN ent-prestamo
                           PERFORM 490-APLICAR-CUOTA
                        WHEN OTHER
                           PERFORM 500-APLICAR-MOVIMIENTO
                     END-EVALUATE
                  ELSE
                     MOVE "SOCIO NO ACTIVO" TO w-motivo-rechazo
                     MOVE ZERO TO w-linea-valida
           PERFORM 485-GRABAR-PATA-DEBITO.
           ADD 1 TO w-cant-transf.
           ADD w-ent-importe TO w-total-transf.
           IF w-tarifa-t > ZERO
              AND w-ent-contra-filial NOT = w-ent-filial
              MOVE w-tarifa-t TO w-com-importe
              PERFORM 520-COBRAR-COMISION
           END-IF.

       485-GRABAR-PATA-DEBITO.
           MOVE w-ent-llave TO mov-soc-llave.
           MOVE w-ent-contra-llave TO mov-contraparte.
           PERFORM 570-GRABAR-CON-REINTENTO.

      * la cuota tiene que existir, ser de este socio, seguir
      * pendiente y coincidir en importe; recien con el debito
      * grabado se marca cobrada. Un rechazo (limite incluido) la
      * deja pendiente y GENERA-CUOTAS la vuelve a sacar con la mora
      * actualizada.
       490-APLICAR-CUOTA.
           MOVE w-ent-ref-cuota TO cuo-llave.
           READ CUOTAS
               INVALID KEY
                  MOVE "CUOTA INEXISTENTE" TO w-motivo-rechazo
                  MOVE ZERO TO w-linea-valida
           END-READ.
           IF w-linea-valida = 1
              EVALUATE TRUE
                 WHEN cuo-soc-llave NOT = w-ent-llave
                    MOVE "CUOTA DE OTRO SOCIO" TO w-motivo-rechazo
                    MOVE ZERO TO w-linea-valida
                 WHEN NOT cuo-pendiente
                    MOVE "CUOTA YA COBRADA" TO w-motivo-rechazo
                    MOVE ZERO TO w-linea-valida
                 WHEN cuo-importe NOT = w-ent-importe
                    MOVE "IMPORTE DISTINTO A LA CUOTA"
                        TO w-motivo-rechazo
                    MOVE ZERO TO w-linea-valida
              END-EVALUATE
           END-IF.
           IF w-linea-valida = 1
              PERFORM 500-APLICAR-MOVIMIENTO
           END-IF.
           IF w-linea-valida = 1
              MOVE "C" TO cuo-estado
              MOVE w-fecha-proc TO cuo-fecha-pago
              REWRITE cuo-reg
                  INVALID KEY
                     DISPLAY "NO SE PUDO MARCAR COBRADA LA CUOTA "
                             cuo-pre-nro "-" cuo-numero
              END-REWRITE
           END-IF.

       570-GRABAR-CON-REINTENTO.
           MOVE ZERO TO w-mov-grabado.
           PERFORM 560-INTENTAR-GRABAR-MOV.
           ELSE
              COMPUTE w-saldo-nuevo = soc-saldo - w-ent-importe
           END-IF.
           IF (ent-retiro OR ent-prestamo OR ent-comision
               OR ent-externa) AND
              w-saldo-nuevo < (ZERO - w-limite-descubierto)
              MOVE "SUPERA LIMITE DESCUBIERTO" TO w-motivo-rechazo
              MOVE ZERO TO w-linea-valida
                     MOVE ZERO TO w-linea-valida
                  NOT INVALID KEY
                     PERFORM 550-GRABAR-MOVIMIENTO
                     IF ent-externa
                        PERFORM 530-REGISTRAR-EXTERNA
                     END-IF
                     IF ent-retiro AND w-tarifa-r > ZERO
                        PERFORM 510-CONTROLAR-RETIROS-LIBRES
                     END-IF
              END-REWRITE
           END-IF.

      * el retiro recien grabado ya entra en la cuenta del mes; los
      * retiros reversados por CONTRAMARCHA no consumen cupo.
       510-CONTROLAR-RETIROS-LIBRES.
           MOVE mov-hora TO w-com-ref-hora.
           MOVE ZERO TO w-cant-retiros-mes.
           MOVE ZERO TO w-fin-retiros.
           MOVE w-ent-llave TO mov-soc-llave.
           MOVE w-mes-desde TO mov-fecha.
           MOVE ZERO TO mov-hora.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
               INVALID KEY MOVE 1 TO w-fin-retiros
           END-START.
           PERFORM UNTIL w-fin-retiros = 1
              READ MOVIMIENTOS NEXT
                  AT END MOVE 1 TO w-fin-retiros
              END-READ
              IF w-fin-retiros NOT = 1
                 IF mov-soc-llave NOT = w-ent-llave
                    OR mov-fecha > w-fecha-proc
                    MOVE 1 TO w-fin-retiros
                 ELSE
                    IF mov-retiro
                       IF mov-usuario = w-usuario-contra
                          SUBTRACT 1 FROM w-cant-retiros-mes
                       ELSE
                          ADD 1 TO w-cant-retiros-mes
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF w-cant-retiros-mes > w-tarifa-r-libres
              MOVE w-tarifa-r TO w-com-importe
              PERFORM 520-COBRAR-COMISION
           END-IF.

      * la comision va contra el socio que origino la operacion (el
      * registro de soc-reg queda en el al volver del posteo) y
      * respeta el limite de descubierto como un retiro; si no entra,
      * la operacion queda firme y la comision sale a rechazos para
      * reenviarla cuando haya saldo.
       520-COBRAR-COMISION.
           IF NOT ent-retiro
              MOVE mov-hora TO w-com-ref-hora
           END-IF.
           COMPUTE w-saldo-nuevo = soc-saldo - w-com-importe.
           IF w-saldo-nuevo < (ZERO - w-limite-descubierto)
              MOVE 2 TO w-com-estado
           ELSE
              MOVE w-saldo-nuevo TO soc-saldo
              REWRITE soc-reg
              IF w-fs-socios NOT = "00"
                 MOVE "SOCIOS" TO w-err-archivo
                 MOVE w-fs-socios TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
              MOVE w-ent-llave TO mov-soc-llave
              MOVE w-fecha-proc TO mov-fecha
              ACCEPT mov-hora FROM TIME
              MOVE "M" TO mov-tipo
              COMPUTE mov-importe = ZERO - w-com-importe
              MOVE soc-saldo TO mov-saldo-result
              MOVE w-usuario-batch TO mov-usuario
              MOVE w-com-ref-hora TO mov-contraparte
              PERFORM 570-GRABAR-CON-REINTENTO
              MOVE 1 TO w-com-estado
           END-IF.

      * la transferencia queda pendiente de envio con la clave del
      * movimiento que la debito; el numero ya viaja en la
      * contraparte de ese movimiento.
       530-REGISTRAR-EXTERNA.
           MOVE w-tex-ultimo TO tex-nro.
           MOVE w-ent-llave TO tex-soc-llave.
           MOVE mov-fecha TO tex-fecha.
           MOVE mov-hora TO tex-hora.
           MOVE w-ent-importe TO tex-importe.
           MOVE w-ent-cbu-x TO tex-cbu.
           MOVE "P" TO tex-estado.
           MOVE ZERO TO tex-fecha-envio.
           MOVE ZERO TO tex-fecha-resol.
           MOVE SPACES TO tex-motivo.
           MOVE ZERO TO tex-hora-dev.
           WRITE tex-reg
               INVALID KEY
                  MOVE "TRANSFEXT" TO w-err-archivo
                  MOVE w-fs-transfext TO w-err-fs
                  PERFORM 950-ERROR-ARCHIVO
           END-WRITE.

       550-GRABAR-MOVIMIENTO.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
           MOVE w-fecha-proc TO mov-fecha.
           ACCEPT mov-hora FROM TIME.
           MOVE w-ent-tipo TO mov-tipo.
           MOVE ZERO TO mov-contraparte.
           EVALUATE TRUE
              WHEN ent-deposito
                 MOVE w-ent-importe TO mov-importe
                 ADD w-ent-importe TO w-total-depositos
              WHEN ent-prestamo
                 COMPUTE mov-importe = ZERO - w-ent-importe
                 ADD 1 TO w-cant-cuotas
                 ADD w-ent-importe TO w-total-cuotas
                 MOVE w-ent-ref-cuota TO mov-contraparte
              WHEN ent-comision
                 COMPUTE mov-importe = ZERO - w-ent-importe
                 ADD 1 TO w-cant-comisiones
                 ADD w-ent-importe TO w-total-comisiones
              WHEN ent-externa
                 COMPUTE mov-importe = ZERO - w-ent-importe
                 ADD 1 TO w-cant-externas
                 ADD w-ent-importe TO w-total-externas
                 ADD 1 TO w-tex-ultimo
                 MOVE w-tex-ultimo TO mov-contraparte
              WHEN OTHER
                 COMPUTE mov-importe = ZERO - w-ent-importe
                 ADD w-ent-importe TO w-total-retiros
           END-EVALUATE.
           MOVE soc-saldo TO mov-saldo-result.
           MOVE w-usuario-batch TO mov-usuario.
      * varias lineas del mismo socio pueden caer en el mismo
      * centesimo de segundo: ante clave duplicada se corre la hora
      * un centesimo y se reintenta, para no perder el movimiento.
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO w-mov-grabado
                  PERFORM 980-ACTUALIZAR-RESUMEN
           END-WRITE.
           IF w-mov-grabado = 0
              AND w-fs-movimientos NOT = "22"
           MOVE "ACEPTADO" TO l-det-resultado.
           PERFORM 650-IMPRIMIR-DETALLE.

      * la comision sale en su propia linea del listado, debajo de la
      * operacion que la genero; la rechazada se graba en rechazos con
      * el formato de entrada de una comision para poder reenviarla.
       620-INFORMAR-COMISION.
           MOVE w-ent-filial TO l-det-filial.
           MOVE w-ent-cod TO l-det-cod.
           MOVE "M" TO l-det-tipo.
           MOVE w-com-importe TO l-det-importe.
           IF w-com-estado = 1
              MOVE "COMISION COBRADA" TO l-det-resultado
              ADD 1 TO w-cant-comisiones
              ADD w-com-importe TO w-total-comisiones
           ELSE
              MOVE "COMISION SUPERA LIMITE - RECH."
                  TO l-det-resultado
              ADD 1 TO w-cant-com-rech
              ADD w-com-importe TO w-total-com-rech
              MOVE w-com-importe TO w-com-rech-importe
              MOVE SPACES TO lin-rechazo
              STRING w-ent-filial DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     w-ent-cod DELIMITED BY SIZE
                     ";M;" DELIMITED BY SIZE
                     FUNCTION TRIM(w-com-rech-importe)
                         DELIMITED BY SIZE
                     INTO lin-rechazo
              END-STRING
              WRITE lin-rechazo
           END-IF.
           DISPLAY lin-det.

       650-IMPRIMIR-DETALLE.
           MOVE w-ent-filial TO l-det-filial.
           MOVE w-ent-cod TO l-det-cod.
           MOVE w-cant-transf TO l-tot-transf-cant.
           MOVE w-total-transf TO l-tot-transf.
           DISPLAY lin-total-transf.
           MOVE w-cant-cuotas TO l-tot-cuotas-cant.
           MOVE w-total-cuotas TO l-tot-cuotas.
           DISPLAY lin-total-cuotas.
           MOVE w-cant-externas TO l-tot-ext-cant.
           MOVE w-total-externas TO l-tot-ext.
           DISPLAY lin-total-externas.
           MOVE w-cant-comisiones TO l-tot-com-cant.
           MOVE w-total-comisiones TO l-tot-com.
           DISPLAY lin-total-comisiones.
           MOVE w-cant-com-rech TO l-tot-comr-cant.
           MOVE w-total-com-rech TO l-tot-comr.
           DISPLAY lin-total-com-rech.
           CLOSE ENTRADA.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           CLOSE CUOTAS.
           CLOSE TRANSFEXT.
           CLOSE RECHAZOS.
           PERFORM 810-REGISTRAR-LOTE.
           PERFORM 830-BORRAR-CHECKPOINT.
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
