      ******************************************************************
      * Author:
      * Date:
      * Purpose: origination and cancellation of member loans.
      *          prestamos.dat holds one record per loan (socio,
      *          capital, tasa nominal anual, plazo en cuotas
      *          mensuales, primer vencimiento, estado) and cuotas.dat
      *          the installment schedule generated at alta with the
      *          french system (fixed cuota, interest on the unpaid
      *          capital). The capital is credited to soc-saldo as a
      *          tipo P movement; GENERA-CUOTAS turns every due cuota
      *          into a posting line every night. Cancellation debits
      *          the outstanding capital plus the interest of the
      *          cuotas already due, and is reserved to the supervisor
      *          profile like the bajas of ABM-ORDENES. Same sign-on,
      *          token exclusion and auditoria.log conventions.
      *          A zero rate at alta takes TASA-PRESTAMO from the
      *          parameter master.
      *          Every movement written also updates the socio's
      *          line in resumov.dat (last movement, count, month).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABM-PRESTAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESTAMOS
           ASSIGN TO DYNAMIC w-path-prestamos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pre-nro
           ALTERNATE RECORD KEY IS pre-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-prestamos.

           SELECT OPTIONAL CUOTAS
           ASSIGN TO DYNAMIC w-path-cuotas
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cuo-llave
           FILE STATUS IS w-fs-cuotas.

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

           SELECT OPTIONAL AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-auditoria.

           SELECT OPTIONAL TOKEN
           ASSIGN TO DYNAMIC w-path-token
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-token.

           SELECT OPTIONAL OPERADORES
           ASSIGN TO DYNAMIC w-path-operadores
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ope-usuario
           FILE STATUS IS w-fs-operadores.

           SELECT OPTIONAL PARAM-MAESTRO
           ASSIGN TO DYNAMIC w-path-maestro
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS par-llave
           FILE STATUS IS w-fs-maestro.

           SELECT OPTIONAL FECHAPROC
           ASSIGN TO DYNAMIC w-path-fechaproc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fechaproc.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS.
       01  pre-reg.
           03 pre-nro pic 9(5).
           03 pre-soc-llave.
               05 pre-filial pic 9999.
               05 pre-cod pic 9999.
           03 pre-capital pic s9(7)v99.
      * tasa nominal anual en porcentaje, como las tasas del maestro
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

       FD  AUDITORIA.
       01  lin-auditoria pic x(150).

       FD  TOKEN.
       01  lin-token pic x(60).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-usuario pic x(12).
           03 ope-password pic x(12).
           03 ope-perfil pic x(1).
               88 ope-consulta value "C".
               88 ope-operador value "O".
               88 ope-supervisor value "S".
           03 ope-estado pic x(1).
               88 ope-activo value "A".
               88 ope-suspendido value "S".

       FD  PARAM-MAESTRO.
       01  par-reg.
           03 par-llave.
               05 par-nombre pic x(20).
               05 par-vigencia pic 9(8).
           03 par-valor pic s9(9)v9999.

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
      *********sesion de operador y perfiles **************************
       77  w-path-operadores pic x(100).
       77  w-fs-operadores pic xx.
       77  w-hay-operadores pic 9 value 1.
       77  w-perfil pic x(1) value "S".
           88 perfil-consulta value "C".
           88 perfil-operador value "O".
           88 perfil-supervisor value "S".
       77  w-signon-usuario pic x(12).
       77  w-signon-password pic x(12).
       77  w-signon-ok pic 9 value zero.
       77  w-signon-motivo pic x(20).
       01  lin-guarda.
           03 filler pic x(80) value all ".".
       01  lin-menu.
           03 filler pic x(62) value
               "1-ALTA 2-CANCELACION 3-CRONOGRAMA 4-FIN: ".

       77  w-opcion pic 9 value zero.
           88 opc-alta value 1.
           88 opc-baja value 2.
           88 opc-cronograma value 3.
           88 opc-fin value 4.

       77  w-max-nro pic 9(5).
       77  w-fin-prestamo pic 9 value zero.
       77  w-eof-cuotas pic 9 value zero.
       77  w-confirma pic x(1).

       77  w-usuario pic x(12).
       01  w-fecha-aaaammdd pic 9(8).
       01  w-hora-hhmmss pic 9(8).

       77  w-importe-ed pic -(7)9,99.
       77  w-tasa-ed pic z9,9999.
       77  w-aud-clave pic x(20).
       77  w-aud-operacion pic x(12).
       77  w-aud-valor pic x(40).
       77  w-aud-valor-ant pic x(40).
       77  w-aud-valor-nuevo pic x(40).

       77  w-path-prestamos pic x(100).
       77  w-path-cuotas pic x(100).
       77  w-path-socios pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-auditoria pic x(100).
       77  w-fs-prestamos pic xx.
       77  w-fs-cuotas pic xx.
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-fs-auditoria pic xx.
       77  w-mov-grabado pic 9 value zero.

      *********maestro central de parametros **************************
       77  w-path-maestro pic x(100).
       77  w-fs-maestro pic xx.
       77  w-fecha-proc pic 9(8).
       77  w-par-busca pic x(20).
       77  w-par-hallado pic 9 value zero.
       77  w-par-valor-res pic s9(9)v9999.
       77  w-fin-param pic 9 value zero.
       77  w-env-limite pic x(15).
       77  w-limite-tomado pic 9 value zero.
       77  w-limite-descubierto pic s9(7)v99 value zero.
       77  w-tasa-param pic 99v9999 value zero.

      *********calculo del cronograma (sistema frances) ****************
       77  w-tasa-mensual pic 9v9(9).
       77  w-factor pic 9(13)v9(9).
       77  w-saldo-capital pic s9(7)v99.
       77  w-cuota-ix pic 999.
       01  w-fecha-calc.
           03 w-fc-aaaa pic 9999.
           03 w-fc-mm pic 99.
           03 w-fc-dd pic 99.
       01  w-fecha-calc-n REDEFINES w-fecha-calc pic 9(8).
       77  w-dia-venc pic 99.
       77  w-dias-mes pic 99.

      *********cancelacion ********************************************
       77  w-deuda-capital pic s9(7)v99.
       77  w-deuda-interes pic s9(7)v99.
       77  w-deuda-total pic s9(7)v99.
       77  w-saldo-nuevo pic s9(7)v99.

      * referencia al prestamo en mov-contraparte de los movimientos
      * tipo P: numero de prestamo y de cuota (cero = desembolso,
      * 999 = cancelacion).
       01  w-ref-prestamo.
           03 w-ref-nro pic 9(5).
           03 w-ref-cuota pic 999.

       01  lin-encab-crono.
           03 filler pic x(7) value "CUOTA".
           03 filler pic x(12) value "VENCIMIENTO".
           03 filler pic x(13) value "CAPITAL".
           03 filler pic x(13) value "INTERES".
           03 filler pic x(13) value "IMPORTE".
           03 filler pic x(10) value "ESTADO".
       01  lin-det-crono.
           03 l-cro-numero pic zz9.
           03 filler pic x(3) value spaces.
           03 l-cro-venc pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-cro-capital pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-cro-interes pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-cro-importe pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-cro-estado pic x(14).

      *********token de exclusion con el batch nocturno ***************
       77  w-path-token pic x(100).
       77  w-fs-token pic xx.
       77  w-token-ocupado pic 9 value zero.
       77  w-tok-tipo pic x(5).
       77  w-tok-usuario pic x(12).
       77  w-tok-fecha pic x(8).
       77  w-tok-hora pic x(8).
       01  lin-token-ocupado.
           03 filler pic x(20) value "SISTEMA TOMADO POR ".
           03 l-tok-tipo pic x(5).
           03 filler pic x(10) value " USUARIO ".
           03 l-tok-usuario pic x(12).
           03 filler pic x(7) value " DESDE ".
           03 l-tok-fecha pic x(8).
           03 filler pic x(1) value spaces.
           03 l-tok-hora pic x(8).
      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM UNTIL opc-fin
               PERFORM 200-MOSTRAR-MENU
               PERFORM 300-PROCESAR-OPCION
            END-PERFORM.
            PERFORM 800-FIN.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           ACCEPT w-usuario FROM ENVIRONMENT "USER".
           ACCEPT w-fecha-aaaammdd FROM DATE YYYYMMDD.
           ACCEPT w-hora-hhmmss FROM TIME.
           PERFORM 102-SIGNON.
           PERFORM 108-TOMAR-FECHA-PROC.
           PERFORM 110-TOMAR-PARAMETROS.
           PERFORM 120-TOMAR-TOKEN.
           OPEN I-O PRESTAMOS.
           IF w-fs-prestamos = "35"
              OPEN OUTPUT PRESTAMOS
              CLOSE PRESTAMOS
              OPEN I-O PRESTAMOS
           END-IF.
           IF w-fs-prestamos NOT = "00"
              AND w-fs-prestamos NOT = "05"
              MOVE "PRESTAMOS" TO w-err-archivo
              MOVE w-fs-prestamos TO w-err-fs
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
           OPEN EXTEND AUDITORIA.
           IF w-fs-auditoria = "35"
              OPEN OUTPUT AUDITORIA
              CLOSE AUDITORIA
              OPEN EXTEND AUDITORIA
           END-IF.
           IF w-fs-auditoria NOT = "00"
              AND w-fs-auditoria NOT = "05"
              MOVE "AUDITORIA" TO w-err-archivo
              MOVE w-fs-auditoria TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

       105-TOMAR-RUTAS.
           ACCEPT w-path-prestamos FROM ENVIRONMENT "PRESTAMOS_DAT".
           IF w-path-prestamos = SPACES
              MOVE '..\prestamos.dat' TO w-path-prestamos
           END-IF.
           ACCEPT w-path-cuotas FROM ENVIRONMENT "CUOTAS_DAT".
           IF w-path-cuotas = SPACES
              MOVE '..\cuotas.dat' TO w-path-cuotas
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
           ACCEPT w-path-auditoria FROM ENVIRONMENT "AUDITORIA_LOG".
           IF w-path-auditoria = SPACES
              MOVE '..\auditoria.log' TO w-path-auditoria
           END-IF.
           ACCEPT w-path-token FROM ENVIRONMENT "TOKEN_DAT".
           IF w-path-token = SPACES
              MOVE '..\batchtok.dat' TO w-path-token
           END-IF.
           ACCEPT w-path-maestro FROM ENVIRONMENT "PARAMETROS_DAT".
           IF w-path-maestro = SPACES
              MOVE '..\parametros.dat' TO w-path-maestro
           END-IF.

      * tasa por defecto del otorgamiento (TASA-PRESTAMO) y limite de
      * descubierto para la cancelacion, los dos vigentes a la fecha
      * de proceso; LIMITE_DESCUBIERTO por entorno queda de respaldo
      * como en APLICA-MOVIMIENTOS.
       110-TOMAR-PARAMETROS.
           MOVE ZERO TO w-limite-tomado.
           OPEN INPUT PARAM-MAESTRO.
           IF w-fs-maestro = "00"
              MOVE "TASA-PRESTAMO" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-tasa-param
              END-IF
              MOVE "LIMITE-DESCUBIERTO" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-limite-descubierto
                 MOVE 1 TO w-limite-tomado
              END-IF
              CLOSE PARAM-MAESTRO
           END-IF.
           IF w-limite-tomado = 0
              ACCEPT w-env-limite FROM ENVIRONMENT "LIMITE_DESCUBIERTO"
              IF w-env-limite NOT = SPACES
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-env-limite))
                     TO w-limite-descubierto
              END-IF
           END-IF.

       200-MOSTRAR-MENU.
           DISPLAY lin-guarda.
           DISPLAY lin-menu.
           ACCEPT w-opcion.

       300-PROCESAR-OPCION.
           EVALUATE TRUE
              WHEN opc-alta
                 PERFORM 400-ALTA
              WHEN opc-baja
                 IF perfil-supervisor
                    PERFORM 500-BAJA
                 ELSE
                    PERFORM 510-RECHAZAR-BAJA
                 END-IF
              WHEN opc-cronograma
                 PERFORM 600-CRONOGRAMA
              WHEN opc-fin
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       400-ALTA.
           DISPLAY "FILIAL DEL SOCIO: ".
           ACCEPT soc-filial.
           DISPLAY "CODIGO DE SOCIO: ".
           ACCEPT soc-cod.
           READ SOCIOS
               INVALID KEY
                  DISPLAY "NO EXISTE ESE SOCIO"
               NOT INVALID KEY
                  IF NOT soc-activo
                     DISPLAY "EL SOCIO NO ESTA ACTIVO"
                  ELSE
                     DISPLAY soc-nom
                     PERFORM 410-ASIGNAR-NUMERO
                     PERFORM 420-CARGAR-Y-GRABAR
                  END-IF
           END-READ.

      * recorre los prestamos y se queda con el numero mas alto; el
      * proximo libre es ese mas uno (mismo criterio que ABM-ORDENES).
       410-ASIGNAR-NUMERO.
           MOVE ZERO TO w-max-nro.
           MOVE ZERO TO w-fin-prestamo.
           MOVE ZERO TO pre-nro.
           START PRESTAMOS KEY IS > pre-nro
               INVALID KEY MOVE 1 TO w-fin-prestamo
           END-START.
           PERFORM UNTIL w-fin-prestamo = 1
              READ PRESTAMOS NEXT
                  AT END MOVE 1 TO w-fin-prestamo
                  NOT AT END MOVE pre-nro TO w-max-nro
              END-READ
           END-PERFORM.
           COMPUTE pre-nro = w-max-nro + 1.
           DISPLAY "NUMERO DE PRESTAMO ASIGNADO: " pre-nro.

       420-CARGAR-Y-GRABAR.
           MOVE soc-llave TO pre-soc-llave.
           DISPLAY "CAPITAL: ".
           ACCEPT pre-capital.
           MOVE w-tasa-param TO w-tasa-ed.
           DISPLAY "TASA NOMINAL ANUAL % (0 = VIGENTE " w-tasa-ed
                   "): ".
           ACCEPT pre-tasa.
           IF pre-tasa = ZERO
              MOVE w-tasa-param TO pre-tasa
           END-IF.
           DISPLAY "PLAZO (CANTIDAD DE CUOTAS MENSUALES): ".
           ACCEPT pre-plazo.
           DISPLAY "PRIMER VENCIMIENTO (AAAAMMDD): ".
           ACCEPT pre-primer-venc.
           MOVE w-fecha-proc TO pre-fecha-alta.
           MOVE ZERO TO pre-fecha-baja.
           MOVE "V" TO pre-estado.
           IF pre-capital NOT > ZERO
              OR pre-plazo = ZERO
              OR pre-primer-venc NOT > w-fecha-proc
              DISPLAY "DATOS INVALIDOS - NO SE DA DE ALTA"
           ELSE
              PERFORM 430-CALCULAR-CUOTA
              WRITE pre-reg
                  INVALID KEY
                     DISPLAY "YA EXISTE UN PRESTAMO CON ESE NUMERO"
                  NOT INVALID KEY
                     PERFORM 440-GENERAR-CRONOGRAMA
                     PERFORM 450-ACREDITAR-CAPITAL
                     DISPLAY "ALTA REALIZADA"
                     MOVE "ALTA-PREST" TO w-aud-operacion
                     MOVE SPACES TO w-aud-valor-ant
                     PERFORM 910-FORMATEAR-PRESTAMO
                     MOVE w-aud-valor TO w-aud-valor-nuevo
                     PERFORM 900-GRABAR-AUDITORIA
                     PERFORM 620-LISTAR-CRONOGRAMA
              END-WRITE
           END-IF.

      * sistema frances: cuota fija = C * i / (1 - (1 + i) ** -n) con
      * i la tasa mensual (nominal anual / 1200). Sin tasa la cuota
      * es el capital dividido el plazo.
       430-CALCULAR-CUOTA.
           COMPUTE w-tasa-mensual = pre-tasa / 1200.
           IF w-tasa-mensual = ZERO
              COMPUTE pre-cuota ROUNDED = pre-capital / pre-plazo
           ELSE
              COMPUTE w-factor = (1 + w-tasa-mensual) ** pre-plazo
              COMPUTE pre-cuota ROUNDED =
                  pre-capital * w-tasa-mensual * w-factor
                  / (w-factor - 1)
           END-IF.

      * una cuota por mes desde el primer vencimiento, con el mismo
      * recorte de fin de mes que las ordenes permanentes. El interes
      * de cada cuota va sobre el capital que queda; la ultima cancela
      * el resto del capital para absorber el redondeo.
       440-GENERAR-CRONOGRAMA.
           MOVE pre-capital TO w-saldo-capital.
           MOVE pre-primer-venc TO w-fecha-calc-n.
           MOVE w-fc-dd TO w-dia-venc.
           PERFORM VARYING w-cuota-ix FROM 1 BY 1
                   UNTIL w-cuota-ix > pre-plazo
              MOVE pre-nro TO cuo-pre-nro
              MOVE w-cuota-ix TO cuo-numero
              MOVE pre-soc-llave TO cuo-soc-llave
              MOVE w-fecha-calc-n TO cuo-vencimiento
              COMPUTE cuo-interes ROUNDED =
                  w-saldo-capital * w-tasa-mensual
              IF w-cuota-ix = pre-plazo
                 MOVE w-saldo-capital TO cuo-capital
              ELSE
                 COMPUTE cuo-capital = pre-cuota - cuo-interes
              END-IF
              COMPUTE cuo-importe = cuo-capital + cuo-interes
              SUBTRACT cuo-capital FROM w-saldo-capital
              MOVE "P" TO cuo-estado
              MOVE ZERO TO cuo-fecha-pago
              MOVE ZERO TO cuo-dias-mora
              MOVE ZERO TO cuo-intentos
              MOVE ZERO TO cuo-ult-intento
              WRITE cuo-reg
                  INVALID KEY
                     DISPLAY "ERROR AL GRABAR LA CUOTA " cuo-numero
              END-WRITE
              PERFORM 660-AVANZAR-UN-MES
           END-PERFORM.

      * el capital prestado se acredita en la cuenta del socio; el
      * movimiento tipo P lleva el numero de prestamo (cuota cero) en
      * mov-contraparte.
       450-ACREDITAR-CAPITAL.
           MOVE pre-soc-llave TO soc-llave.
           READ SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ADD pre-capital TO soc-saldo.
           REWRITE soc-reg.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE pre-nro TO w-ref-nro.
           MOVE ZERO TO w-ref-cuota.
           MOVE pre-capital TO mov-importe.
           PERFORM 920-GRABAR-MOVIMIENTO.

       500-BAJA.
           DISPLAY "NUMERO DE PRESTAMO: ".
           ACCEPT pre-nro.
           READ PRESTAMOS
               INVALID KEY
                  DISPLAY "NO EXISTE ESE PRESTAMO"
               NOT INVALID KEY
                  PERFORM 550-CANCELAR-PRESTAMO
           END-READ.

      * cancelacion anticipada: se debita el capital de todas las
      * cuotas pendientes mas el interes de las que ya vencieron (las
      * futuras no devengaron). El debito respeta el limite de
      * descubierto igual que un retiro.
       550-CANCELAR-PRESTAMO.
           IF NOT pre-vigente
              DISPLAY "EL PRESTAMO NO ESTA VIGENTE"
           ELSE
              PERFORM 560-CALCULAR-DEUDA
              MOVE w-deuda-capital TO w-importe-ed
              DISPLAY "CAPITAL ADEUDADO:      " w-importe-ed
              MOVE w-deuda-interes TO w-importe-ed
              DISPLAY "INTERES DE CUOTAS VENCIDAS: " w-importe-ed
              MOVE w-deuda-total TO w-importe-ed
              DISPLAY "TOTAL A DEBITAR:       " w-importe-ed
              MOVE pre-soc-llave TO soc-llave
              READ SOCIOS
                  INVALID KEY
                     DISPLAY "NO EXISTE EL SOCIO DEL PRESTAMO"
                  NOT INVALID KEY
                     PERFORM 570-CONFIRMAR-CANCELACION
              END-READ
           END-IF.

       560-CALCULAR-DEUDA.
           MOVE ZERO TO w-deuda-capital.
           MOVE ZERO TO w-deuda-interes.
           MOVE pre-nro TO cuo-pre-nro.
           MOVE ZERO TO cuo-numero.
           MOVE ZERO TO w-eof-cuotas.
           START CUOTAS KEY IS NOT LESS THAN cuo-llave
               INVALID KEY MOVE 1 TO w-eof-cuotas
           END-START.
           PERFORM UNTIL w-eof-cuotas = 1
              READ CUOTAS NEXT
                  AT END MOVE 1 TO w-eof-cuotas
              END-READ
              IF w-eof-cuotas NOT = 1
                 IF cuo-pre-nro NOT = pre-nro
                    MOVE 1 TO w-eof-cuotas
                 ELSE
                    IF cuo-pendiente
                       ADD cuo-capital TO w-deuda-capital
                       IF cuo-vencimiento NOT > w-fecha-proc
                          ADD cuo-interes TO w-deuda-interes
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE w-deuda-total = w-deuda-capital + w-deuda-interes.

       570-CONFIRMAR-CANCELACION.
           COMPUTE w-saldo-nuevo = soc-saldo - w-deuda-total.
           IF w-saldo-nuevo < (ZERO - w-limite-descubierto)
              DISPLAY "SALDO INSUFICIENTE - SUPERA LIMITE DESCUBIERTO"
           ELSE
              DISPLAY "CONFIRMA LA CANCELACION (S/N): "
              MOVE SPACES TO w-confirma
              ACCEPT w-confirma
              IF w-confirma = "S" OR w-confirma = "s"
                 PERFORM 580-APLICAR-CANCELACION
              ELSE
                 DISPLAY "CANCELACION NO APLICADA"
              END-IF
           END-IF.

       580-APLICAR-CANCELACION.
           MOVE "CANC-PREST" TO w-aud-operacion.
           PERFORM 910-FORMATEAR-PRESTAMO.
           MOVE w-aud-valor TO w-aud-valor-ant.
           MOVE w-saldo-nuevo TO soc-saldo.
           REWRITE soc-reg.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           IF w-deuda-total > ZERO
              MOVE pre-nro TO w-ref-nro
              MOVE 999 TO w-ref-cuota
              COMPUTE mov-importe = ZERO - w-deuda-total
              PERFORM 920-GRABAR-MOVIMIENTO
           END-IF.
           PERFORM 590-PRECANCELAR-CUOTAS.
           MOVE "C" TO pre-estado.
           MOVE w-fecha-proc TO pre-fecha-baja.
           REWRITE pre-reg
               INVALID KEY
                  DISPLAY "ERROR AL CANCELAR EL PRESTAMO"
               NOT INVALID KEY
                  DISPLAY "CANCELACION REALIZADA"
                  PERFORM 910-FORMATEAR-PRESTAMO
                  MOVE w-aud-valor TO w-aud-valor-nuevo
                  PERFORM 900-GRABAR-AUDITORIA
           END-REWRITE.

       590-PRECANCELAR-CUOTAS.
           MOVE pre-nro TO cuo-pre-nro.
           MOVE ZERO TO cuo-numero.
           MOVE ZERO TO w-eof-cuotas.
           START CUOTAS KEY IS NOT LESS THAN cuo-llave
               INVALID KEY MOVE 1 TO w-eof-cuotas
           END-START.
           PERFORM UNTIL w-eof-cuotas = 1
              READ CUOTAS NEXT
                  AT END MOVE 1 TO w-eof-cuotas
              END-READ
              IF w-eof-cuotas NOT = 1
                 IF cuo-pre-nro NOT = pre-nro
                    MOVE 1 TO w-eof-cuotas
                 ELSE
                    IF cuo-pendiente
                       MOVE "X" TO cuo-estado
                       MOVE w-fecha-proc TO cuo-fecha-pago
                       REWRITE cuo-reg
                           INVALID KEY
                              DISPLAY "ERROR AL CANCELAR LA CUOTA "
                                      cuo-numero
                       END-REWRITE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       600-CRONOGRAMA.
           DISPLAY "NUMERO DE PRESTAMO: ".
           ACCEPT pre-nro.
           READ PRESTAMOS
               INVALID KEY
                  DISPLAY "NO EXISTE ESE PRESTAMO"
               NOT INVALID KEY
                  PERFORM 620-LISTAR-CRONOGRAMA
           END-READ.

       620-LISTAR-CRONOGRAMA.
           MOVE pre-capital TO w-importe-ed.
           MOVE pre-tasa TO w-tasa-ed.
           DISPLAY "PRESTAMO " pre-nro " SOCIO " pre-filial "-"
                   pre-cod " CAPITAL " w-importe-ed " TASA "
                   w-tasa-ed " ESTADO " pre-estado.
           DISPLAY lin-encab-crono.
           MOVE pre-nro TO cuo-pre-nro.
           MOVE ZERO TO cuo-numero.
           MOVE ZERO TO w-eof-cuotas.
           START CUOTAS KEY IS NOT LESS THAN cuo-llave
               INVALID KEY MOVE 1 TO w-eof-cuotas
           END-START.
           PERFORM UNTIL w-eof-cuotas = 1
              READ CUOTAS NEXT
                  AT END MOVE 1 TO w-eof-cuotas
              END-READ
              IF w-eof-cuotas NOT = 1
                 IF cuo-pre-nro NOT = pre-nro
                    MOVE 1 TO w-eof-cuotas
                 ELSE
                    PERFORM 630-LISTAR-CUOTA
                 END-IF
              END-IF
           END-PERFORM.

       630-LISTAR-CUOTA.
           MOVE cuo-numero TO l-cro-numero.
           MOVE cuo-vencimiento TO l-cro-venc.
           MOVE cuo-capital TO l-cro-capital.
           MOVE cuo-interes TO l-cro-interes.
           MOVE cuo-importe TO l-cro-importe.
           EVALUATE TRUE
              WHEN cuo-cobrada
                 MOVE "COBRADA" TO l-cro-estado
              WHEN cuo-precancelada
                 MOVE "CANCELADA" TO l-cro-estado
              WHEN cuo-pendiente AND
                   cuo-vencimiento NOT > w-fecha-proc
                 MOVE "EN MORA" TO l-cro-estado
              WHEN OTHER
                 MOVE "PENDIENTE" TO l-cro-estado
           END-EVALUATE.
           DISPLAY lin-det-crono.

      * mes mas uno con arrastre de anio; si el dia contratado no
      * existe en el mes destino se recorta al ultimo dia del mes.
       660-AVANZAR-UN-MES.
           ADD 1 TO w-fc-mm.
           IF w-fc-mm > 12
              MOVE 01 TO w-fc-mm
              ADD 1 TO w-fc-aaaa
           END-IF.
           MOVE w-dia-venc TO w-fc-dd.
           EVALUATE w-fc-mm
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO w-dias-mes
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO w-dias-mes
              WHEN 02
                 IF FUNCTION MOD(w-fc-aaaa, 4) = ZERO AND
                    (FUNCTION MOD(w-fc-aaaa, 100) NOT = ZERO OR
                     FUNCTION MOD(w-fc-aaaa, 400) = ZERO)
                    MOVE 29 TO w-dias-mes
                 ELSE
                    MOVE 28 TO w-dias-mes
                 END-IF
           END-EVALUATE.
           IF w-fc-dd > w-dias-mes
              MOVE w-dias-mes TO w-fc-dd
           END-IF.

      * la cancelacion quedo reservada al perfil supervisor; el
      * intento rechazado queda en la auditoria con el perfil que lo
      * pidio.
       510-RECHAZAR-BAJA.
           DISPLAY "LA CANCELACION REQUIERE PERFIL SUPERVISOR".
           MOVE "PERFIL-RECH" TO w-aud-operacion.
           MOVE w-usuario TO w-aud-clave.
           MOVE "CANCELACION" TO w-aud-valor-ant.
           MOVE w-perfil TO w-aud-valor-nuevo.
           PERFORM 900-GRABAR-AUDITORIA.

       900-GRABAR-AUDITORIA.
           ACCEPT w-fecha-aaaammdd FROM DATE YYYYMMDD.
           ACCEPT w-hora-hhmmss FROM TIME.
           STRING w-fecha-aaaammdd DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  w-hora-hhmmss    DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  w-usuario        DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  w-aud-operacion  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  w-aud-clave      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  w-aud-valor-ant  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  w-aud-valor-nuevo DELIMITED BY SIZE
                  INTO lin-auditoria
           END-STRING.
           WRITE lin-auditoria.

       910-FORMATEAR-PRESTAMO.
           MOVE pre-capital TO w-importe-ed.
           MOVE SPACES TO w-aud-clave.
           MOVE pre-nro TO w-aud-clave.
           MOVE SPACES TO w-aud-valor.
           STRING pre-soc-llave  DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  w-importe-ed   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  pre-tasa       DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  pre-plazo      DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  pre-estado     DELIMITED BY SIZE
                  INTO w-aud-valor
           END-STRING.

      * movimiento tipo P con fecha de negocio y el saldo ya
      * actualizado; ante clave duplicada se corre la hora un
      * centesimo como en APLICA-MOVIMIENTOS.
       920-GRABAR-MOVIMIENTO.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
           MOVE w-fecha-proc TO mov-fecha.
           ACCEPT mov-hora FROM TIME.
           MOVE "P" TO mov-tipo.
           MOVE soc-saldo TO mov-saldo-result.
           MOVE w-usuario TO mov-usuario.
           MOVE w-ref-prestamo TO mov-contraparte.
           MOVE ZERO TO w-mov-grabado.
           PERFORM 925-INTENTAR-GRABAR-MOV.
           PERFORM UNTIL w-mov-grabado = 1
              ADD 1 TO mov-hora
              PERFORM 925-INTENTAR-GRABAR-MOV
           END-PERFORM.

       925-INTENTAR-GRABAR-MOV.
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

       800-FIN.
           CLOSE PRESTAMOS.
           CLOSE CUOTAS.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           CLOSE AUDITORIA.
           PERFORM 130-LIBERAR-TOKEN.


      * inicio de sesion contra el maestro de operadores (usuario,
      * password y perfil por operador). Sin maestro cargado se opera
      * como antes (sin control de perfil) avisando por pantalla,
      * para no dejar el sistema inoperable durante la transicion;
      * el intento rechazado queda asentado en auditoria.log.
       102-SIGNON.
           ACCEPT w-path-operadores FROM ENVIRONMENT "OPERADORES_DAT".
           IF w-path-operadores = SPACES
              MOVE '..\operadores.dat' TO w-path-operadores
           END-IF.
           OPEN INPUT OPERADORES.
           IF w-fs-operadores NOT = "00"
              MOVE ZERO TO w-hay-operadores
              DISPLAY "SIN MAESTRO DE OPERADORES - SESION SIN "
                      "CONTROL DE PERFIL"
           ELSE
              PERFORM 103-VALIDAR-OPERADOR
              CLOSE OPERADORES
           END-IF.

       103-VALIDAR-OPERADOR.
           MOVE ZERO TO w-signon-ok.
           MOVE SPACES TO w-signon-motivo.
           DISPLAY "USUARIO: ".
           ACCEPT w-signon-usuario.
           DISPLAY "PASSWORD: ".
           ACCEPT w-signon-password.
           MOVE w-signon-usuario TO ope-usuario.
           READ OPERADORES
               INVALID KEY
                  MOVE "USUARIO INEXISTENTE" TO w-signon-motivo
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN NOT ope-activo
                        MOVE "USUARIO SUSPENDIDO" TO w-signon-motivo
                     WHEN ope-password NOT = w-signon-password
                        MOVE "PASSWORD INCORRECTO" TO w-signon-motivo
                     WHEN ope-consulta
                        MOVE "PERFIL SOLO CONSULTA"
                            TO w-signon-motivo
                     WHEN OTHER
                        MOVE 1 TO w-signon-ok
                        MOVE ope-perfil TO w-perfil
                  END-EVALUATE
           END-READ.
           IF w-signon-ok = 0
              DISPLAY "SIGN-ON RECHAZADO: " w-signon-motivo
              PERFORM 905-GRABAR-AUD-SIGNON
              CLOSE OPERADORES
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE w-signon-usuario TO w-usuario.

      * el rechazo de sign-on se asienta antes de que 100-INICIO
      * abra la auditoria: se abre, graba y cierra aca mismo, con el
      * mismo formato de linea que el resto de la suite.
       905-GRABAR-AUD-SIGNON.
           OPEN EXTEND AUDITORIA.
           IF w-fs-auditoria = "35"
              OPEN OUTPUT AUDITORIA
              CLOSE AUDITORIA
              OPEN EXTEND AUDITORIA
           END-IF.
           IF w-fs-auditoria = "00" OR w-fs-auditoria = "05"
              ACCEPT w-fecha-aaaammdd FROM DATE YYYYMMDD
              ACCEPT w-hora-hhmmss FROM TIME
              MOVE SPACES TO lin-auditoria
              STRING w-fecha-aaaammdd  DELIMITED BY SIZE
                     ";"               DELIMITED BY SIZE
                     w-hora-hhmmss     DELIMITED BY SIZE
                     ";"               DELIMITED BY SIZE
                     w-signon-usuario  DELIMITED BY SIZE
                     ";"               DELIMITED BY SIZE
                     "SIGNON-RECH"     DELIMITED BY SIZE
                     ";"               DELIMITED BY SIZE
                     "SIGNON"          DELIMITED BY SIZE
                     ";"               DELIMITED BY SIZE
                     w-signon-motivo   DELIMITED BY SIZE
                     ";"               DELIMITED BY SIZE
                     "ABM-PRESTAMOS" DELIMITED BY SIZE
                     INTO lin-auditoria
              END-STRING
              WRITE lin-auditoria
              CLOSE AUDITORIA
           END-IF.

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
           PERFORM 130-LIBERAR-TOKEN.
           STOP RUN.

      * exclusion mutua con run_batch.sh, igual que en los ABMs: si
      * el token esta tomado se informa quien lo tiene desde cuando y
      * no se arranca; si esta libre se registra la sesion. Un token
      * colgado tras una caida se limpia con CONTROLA-TOKEN accion
      * FORZAR.
       120-TOMAR-TOKEN.
           MOVE ZERO TO w-token-ocupado.
           OPEN INPUT TOKEN.
           IF w-fs-token = "00"
              READ TOKEN
                  AT END CONTINUE
                  NOT AT END
                     IF lin-token NOT = SPACES
                        MOVE 1 TO w-token-ocupado
                        UNSTRING lin-token DELIMITED BY ";"
                            INTO w-tok-tipo w-tok-usuario
                                 w-tok-fecha w-tok-hora
                        END-UNSTRING
                     END-IF
              END-READ
           END-IF.
           CLOSE TOKEN.
           IF w-token-ocupado = 1
              MOVE w-tok-tipo TO l-tok-tipo
              MOVE w-tok-usuario TO l-tok-usuario
              MOVE w-tok-fecha TO l-tok-fecha
              MOVE w-tok-hora TO l-tok-hora
              DISPLAY lin-token-ocupado
              DISPLAY "SI LA SESION QUEDO COLGADA, LIMPIAR CON "
                      "CONTROLA-TOKEN (FORZAR)"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT TOKEN.
           MOVE SPACES TO lin-token.
           STRING "ABM"             DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  w-usuario         DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  w-fecha-aaaammdd  DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  w-hora-hhmmss     DELIMITED BY SIZE
                  INTO lin-token
           END-STRING.
           WRITE lin-token.
           CLOSE TOKEN.

       130-LIBERAR-TOKEN.
           OPEN OUTPUT TOKEN.
           CLOSE TOKEN.
       END PROGRAM ABM-PRESTAMOS.
