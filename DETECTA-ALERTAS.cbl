      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly cash-threshold control for compliance, run
      *          right after the day's postings. For every socio it
      *          reads the cash movements (tipo D deposito, tipo R
      *          retiro) of the month up to the processing date from
      *          movimientos.dat and raises an alert when:
      *            DD / RD  the day's deposits / retiros reach the
      *                     UMBRAL-EFVO-DIA of parametros.dat
      *            DM / RM  the month's deposits / retiros reach the
      *                     UMBRAL-EFVO-MES (only on the day the
      *                     threshold is crossed)
      *            FD       deposits just under the daily threshold
      *                     (within FRACCION-PORC percent of it) on
      *                     FRACCION-DIAS consecutive days, ending
      *                     today (possible structuring)
      *          Each alert goes to alertas.dat (key fecha + socio +
      *          motivo, estado abierta) with the triggering amount
      *          and threshold, and the movements involved go to
      *          alertamov.dat under the same key, for the supervisor
      *          to review with ABM-ALERTAS. A relaunch for the same
      *          date finds the alert already there and does not
      *          duplicate it. Prints the alerts raised per filial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTA-ALERTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL ALERTAS
           ASSIGN TO DYNAMIC w-path-alertas
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS alr-llave
           FILE STATUS IS w-fs-alertas.

           SELECT OPTIONAL ALERTAMOV
           ASSIGN TO DYNAMIC w-path-alertamov
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS amv-llave
           FILE STATUS IS w-fs-alertamov.

           SELECT OPTIONAL PARAM-MAESTRO
           ASSIGN TO DYNAMIC w-path-maestro
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS par-llave
           FILE STATUS IS w-fs-maestro.

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
               88 mov-pfijo value "F".
               88 mov-int-pfijo value "G".
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-usuario pic x(12).
           03 mov-contraparte.
               05 mov-contra-filial pic 9999.
               05 mov-contra-cod pic 9999.

       FD  ALERTAS.
       01  alr-reg.
           03 alr-llave.
               05 alr-fecha pic 9(8).
               05 alr-soc-llave.
                   07 alr-filial pic 9999.
                   07 alr-cod pic 9999.
               05 alr-motivo pic x(2).
                   88 alr-dep-diario value "DD".
                   88 alr-ret-diario value "RD".
                   88 alr-dep-mensual value "DM".
                   88 alr-ret-mensual value "RM".
                   88 alr-fraccionado value "FD".
           03 alr-importe pic s9(9)v99.
           03 alr-umbral pic s9(9)v99.
           03 alr-cant-movs pic 9(4).
           03 alr-estado pic x(1).
               88 alr-abierta value "A".
               88 alr-desestimada value "D".
               88 alr-reportada value "R".
           03 alr-fecha-resol pic 9(8).
           03 alr-usuario-resol pic x(12).
           03 alr-observacion pic x(40).

       FD  ALERTAMOV.
       01  amv-reg.
           03 amv-llave.
               05 amv-alr-llave.
                   07 amv-alr-fecha pic 9(8).
                   07 amv-alr-filial pic 9999.
                   07 amv-alr-cod pic 9999.
                   07 amv-alr-motivo pic x(2).
               05 amv-sec pic 9(4).
           03 amv-mov-fecha pic 9(8).
           03 amv-mov-hora pic 9(8).
           03 amv-mov-tipo pic x(1).
           03 amv-mov-importe pic s9(7)v99.
           03 amv-mov-usuario pic x(12).

       FD  PARAM-MAESTRO.
       01  par-reg.
           03 par-llave.
               05 par-nombre pic x(20).
               05 par-vigencia pic 9(8).
           03 par-valor pic s9(9)v9999.

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       01  lin-titulo.
           03 filler pic x(40) value
               "ALERTAS DE EFECTIVO - ".
           03 l-tit-fecha pic 9(8).
       01  lin-umbrales.
           03 filler pic x(14) value "UMBRAL DIARIO ".
           03 l-umb-dia pic z(8)9,99.
           03 filler pic x(16) value "  UMBRAL MENSUAL".
           03 l-umb-mes pic z(8)9,99.
       01  lin-fraccion.
           03 filler pic x(22) value "FRACCIONAMIENTO: DIAS ".
           03 l-fra-dias pic z9.
           03 filler pic x(20) value "  PISO DEL UMBRAL  ".
           03 l-fra-piso pic z(8)9,99.
       01  lin-encab-det.
           03 filler pic x(7) value "FILIAL".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(24) value "MOTIVO".
           03 filler pic x(14) value "     IMPORTE".
           03 filler pic x(6) value "MOVS".
       01  lin-det.
           03 l-det-filial pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-det-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-det-nom pic x(20).
           03 filler pic x(1) value spaces.
           03 l-det-motivo pic x(24).
           03 l-det-importe pic z(8)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-movs pic zzz9.
           03 filler pic x(1) value spaces.
           03 l-det-obs pic x(10).
       01  lin-tot-filial.
           03 filler pic x(7) value "FILIAL ".
           03 l-fil-cod pic zzz9.
           03 filler pic x(10) value " ALERTAS: ".
           03 l-fil-alertas pic zz.zz9.
       01  lin-tot-nuevas.
           03 filler pic x(30) value "ALERTAS NUEVAS: ".
           03 l-tot-nuevas pic zz.zz9.
       01  lin-tot-repetidas.
           03 filler pic x(30) value "YA REGISTRADAS (RELANZO): ".
           03 l-tot-repetidas pic zz.zz9.
       01  lin-tot-socios.
           03 filler pic x(30) value "SOCIOS CONTROLADOS: ".
           03 l-tot-socios pic zz.zz9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-socios pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-alertas pic x(100).
       77  w-path-alertamov pic x(100).
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-fs-alertas pic xx.
       77  w-fs-alertamov pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********maestro central de parametros **************************
       77  w-path-maestro pic x(100).
       77  w-fs-maestro pic xx.
       77  w-fecha-proc pic 9(8).
       77  w-par-busca pic x(20).
       77  w-par-hallado pic 9 value zero.
       77  w-par-valor-res pic s9(9)v9999.
       77  w-fin-param pic 9 value zero.

      *********umbrales de efectivo ***********************************
      * en cero el control correspondiente queda apagado; sin umbral
      * diario tampoco hay control de fraccionamiento.
       77  w-umbral-dia pic s9(9)v99 value zero.
       77  w-umbral-mes pic s9(9)v99 value zero.
       77  w-fracc-porc pic 999 value 10.
       77  w-fracc-dias pic 99 value 3.
       77  w-piso-fracc pic s9(9)v99 value zero.

      *********ventana de fechas del control **************************
       01  w-fecha-mes pic 9(8).
       01  w-fecha-mes-r REDEFINES w-fecha-mes.
           03 w-fm-aaaa pic 9999.
           03 w-fm-mm pic 99.
           03 w-fm-dd pic 99.
       77  w-fecha-fracc pic 9(8).
       77  w-fecha-desde pic 9(8).
       77  w-int-proc pic 9(8).
       77  w-int-mov pic 9(8).
       77  w-dia-ix pic 99.

      *********acumulados del socio en curso **************************
       77  w-dep-dia pic s9(9)v99.
       77  w-ret-dia pic s9(9)v99.
       77  w-dep-mes pic s9(9)v99.
       77  w-ret-mes pic s9(9)v99.
       77  w-importe-abs pic s9(9)v99.
       01  w-tab-dias.
           03 w-dia-dep pic s9(9)v99 OCCURS 10 TIMES.
       77  w-dias-bajo pic 99.

      * movimientos de efectivo del socio dentro de la ventana, para
      * volcar al detalle de la alerta los que la dispararon.
       01  w-tab-movs.
           03 w-tm-entrada OCCURS 500 TIMES.
               05 w-tm-fecha pic 9(8).
               05 w-tm-hora pic 9(8).
               05 w-tm-tipo pic x(1).
               05 w-tm-importe pic s9(7)v99.
               05 w-tm-usuario pic x(12).
       77  w-tm-tope pic 9(4) value zero.
       77  w-tm-ix pic 9(4).
       77  w-tm-desborde pic 9 value zero.

      *********alerta en armado ***************************************
       77  w-alr-motivo pic x(2).
       77  w-alr-importe pic s9(9)v99.
       77  w-alr-umbral pic s9(9)v99.
       77  w-filtro-tipo pic x(1).
       77  w-filtro-desde pic 9(8).
       77  w-alr-grabada pic 9 value zero.
       77  w-sec pic 9(4).

       77  w-eof-socios pic 9 value zero.
       77  w-fin-movs pic 9 value zero.
       77  w-fil-ant pic 9999.
       77  w-primer-socio pic 9 value 1.
       77  w-fil-alertas pic 9(5) value zero.
       77  w-cant-socios pic 9(5) value zero.
       77  w-cant-nuevas pic 9(5) value zero.
       77  w-cant-repetidas pic 9(5) value zero.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "DETECTA-ALERTAS".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-SOCIO.
            PERFORM UNTIL w-eof-socios = 1
               PERFORM 300-PROCESO-SOCIO
               PERFORM 200-LEER-SOCIO
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
           PERFORM 110-TOMAR-UMBRALES.
      * sin umbrales cargados no hay nada que controlar: el paso
      * termina bien y lo deja dicho.
           IF w-umbral-dia = ZERO AND w-umbral-mes = ZERO
              DISPLAY "SIN UMBRALES DE EFECTIVO EN PARAMETROS - NO "
                      "SE GENERAN ALERTAS"
              MOVE "FIN" TO w-run-evento
              PERFORM 940-GRABAR-RUNLOG
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 120-ARMAR-VENTANA.
           OPEN INPUT SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT MOVIMIENTOS.
           IF w-fs-movimientos NOT = "00"
              AND w-fs-movimientos NOT = "05"
              MOVE "MOVIMIENTOS" TO w-err-archivo
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O ALERTAS.
           IF w-fs-alertas = "35"
              OPEN OUTPUT ALERTAS
              CLOSE ALERTAS
              OPEN I-O ALERTAS
           END-IF.
           IF w-fs-alertas NOT = "00"
              AND w-fs-alertas NOT = "05"
              MOVE "ALERTAS" TO w-err-archivo
              MOVE w-fs-alertas TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O ALERTAMOV.
           IF w-fs-alertamov = "35"
              OPEN OUTPUT ALERTAMOV
              CLOSE ALERTAMOV
              OPEN I-O ALERTAMOV
           END-IF.
           IF w-fs-alertamov NOT = "00"
              AND w-fs-alertamov NOT = "05"
              MOVE "ALERTAMOV" TO w-err-archivo
              MOVE w-fs-alertamov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE w-fecha-proc TO l-tit-fecha.
           DISPLAY lin-titulo.
           MOVE w-umbral-dia TO l-umb-dia.
           MOVE w-umbral-mes TO l-umb-mes.
           DISPLAY lin-umbrales.
           IF w-umbral-dia > ZERO
              MOVE w-fracc-dias TO l-fra-dias
              MOVE w-piso-fracc TO l-fra-piso
              DISPLAY lin-fraccion
           END-IF.
           DISPLAY lin-encab-det.

       105-TOMAR-RUTAS.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.
           ACCEPT w-path-movimientos FROM ENVIRONMENT
                  "MOVIMIENTOS_DAT".
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-alertas FROM ENVIRONMENT "ALERTAS_DAT".
           IF w-path-alertas = SPACES
              MOVE '..\alertas.dat' TO w-path-alertas
           END-IF.
           ACCEPT w-path-alertamov FROM ENVIRONMENT "ALERTAMOV_DAT".
           IF w-path-alertamov = SPACES
              MOVE '..\alertamov.dat' TO w-path-alertamov
           END-IF.
           ACCEPT w-path-maestro FROM ENVIRONMENT "PARAMETROS_DAT".
           IF w-path-maestro = SPACES
              MOVE '..\parametros.dat' TO w-path-maestro
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.

      * umbrales vigentes a la fecha de proceso. El porcentaje y los
      * dias del fraccionamiento tienen default (10 por ciento, 3
      * dias) y se acotan a lo que la tabla de dias soporta.
       110-TOMAR-UMBRALES.
           OPEN INPUT PARAM-MAESTRO.
           IF w-fs-maestro = "00"
              MOVE "UMBRAL-EFVO-DIA" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-umbral-dia
              END-IF
              MOVE "UMBRAL-EFVO-MES" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-umbral-mes
              END-IF
              MOVE "FRACCION-PORC" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-fracc-porc
              END-IF
              MOVE "FRACCION-DIAS" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE w-par-valor-res TO w-fracc-dias
              END-IF
              CLOSE PARAM-MAESTRO
           END-IF.
           IF w-fracc-porc = ZERO OR w-fracc-porc > 99
              MOVE 10 TO w-fracc-porc
           END-IF.
           IF w-fracc-dias < 2
              MOVE 2 TO w-fracc-dias
           END-IF.
           IF w-fracc-dias > 10
              MOVE 10 TO w-fracc-dias
           END-IF.
           COMPUTE w-piso-fracc ROUNDED =
               w-umbral-dia * (100 - w-fracc-porc) / 100.

      * la lectura de cada socio arranca en la fecha mas vieja que
      * necesita algun control: el primero del mes (acumulado
      * mensual) o el primer dia de la racha de fraccionamiento.
       120-ARMAR-VENTANA.
           MOVE w-fecha-proc TO w-fecha-mes.
           MOVE 1 TO w-fm-dd.
           COMPUTE w-int-proc = FUNCTION INTEGER-OF-DATE(w-fecha-proc).
           COMPUTE w-fecha-fracc =
               FUNCTION DATE-OF-INTEGER(w-int-proc - w-fracc-dias + 1).
           IF w-fecha-fracc < w-fecha-mes
              MOVE w-fecha-fracc TO w-fecha-desde
           ELSE
              MOVE w-fecha-mes TO w-fecha-desde
           END-IF.

       200-LEER-SOCIO.
           READ SOCIOS NEXT AT END MOVE 1 TO w-eof-socios.

       300-PROCESO-SOCIO.
           ADD 1 TO w-cant-socios.
           IF w-primer-socio = 1
              MOVE soc-filial TO w-fil-ant
              MOVE ZERO TO w-primer-socio
           END-IF.
           IF soc-filial NOT = w-fil-ant
              PERFORM 700-CORTE-FILIAL
           END-IF.
           PERFORM 310-CARGAR-MOVIMIENTOS.
           IF w-tm-tope > ZERO
              PERFORM 400-EVALUAR-SOCIO
           END-IF.

      * movimientos del socio desde el inicio de la ventana hasta la
      * fecha de proceso; solo cuentan depositos y retiros.
       310-CARGAR-MOVIMIENTOS.
           MOVE ZERO TO w-dep-dia w-ret-dia w-dep-mes w-ret-mes.
           MOVE ZERO TO w-tm-tope.
           MOVE ZERO TO w-tm-desborde.
           PERFORM VARYING w-dia-ix FROM 1 BY 1
                   UNTIL w-dia-ix > 10
              MOVE ZERO TO w-dia-dep(w-dia-ix)
           END-PERFORM.
           MOVE ZERO TO w-fin-movs.
           MOVE soc-llave TO mov-soc-llave.
           MOVE w-fecha-desde TO mov-fecha.
           MOVE ZERO TO mov-hora.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
               INVALID KEY MOVE 1 TO w-fin-movs
           END-START.
           PERFORM UNTIL w-fin-movs = 1
              READ MOVIMIENTOS NEXT
                  AT END MOVE 1 TO w-fin-movs
              END-READ
              IF w-fin-movs NOT = 1
                 IF mov-soc-llave NOT = soc-llave
                    OR mov-fecha > w-fecha-proc
                    MOVE 1 TO w-fin-movs
                 ELSE
                    IF mov-deposito OR mov-retiro
                       PERFORM 320-ACUMULAR-MOVIMIENTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       320-ACUMULAR-MOVIMIENTO.
           IF w-tm-tope < 500
              ADD 1 TO w-tm-tope
              MOVE mov-fecha TO w-tm-fecha(w-tm-tope)
              MOVE mov-hora TO w-tm-hora(w-tm-tope)
              MOVE mov-tipo TO w-tm-tipo(w-tm-tope)
              MOVE mov-importe TO w-tm-importe(w-tm-tope)
              MOVE mov-usuario TO w-tm-usuario(w-tm-tope)
           ELSE
              MOVE 1 TO w-tm-desborde
           END-IF.
           IF mov-deposito
              MOVE mov-importe TO w-importe-abs
           ELSE
              COMPUTE w-importe-abs = ZERO - mov-importe
           END-IF.
           IF mov-fecha = w-fecha-proc
              IF mov-deposito
                 ADD w-importe-abs TO w-dep-dia
              ELSE
                 ADD w-importe-abs TO w-ret-dia
              END-IF
           END-IF.
           IF mov-fecha NOT < w-fecha-mes
              IF mov-deposito
                 ADD w-importe-abs TO w-dep-mes
              ELSE
                 ADD w-importe-abs TO w-ret-mes
              END-IF
           END-IF.
           IF mov-deposito AND mov-fecha NOT < w-fecha-fracc
              COMPUTE w-int-mov = FUNCTION INTEGER-OF-DATE(mov-fecha)
              COMPUTE w-dia-ix = w-int-proc - w-int-mov + 1
              ADD w-importe-abs TO w-dia-dep(w-dia-ix)
           END-IF.

      * el mensual se informa solo el dia en que se cruza el umbral
      * (lo acumulado hasta ayer estaba por debajo), para no repetir
      * la misma alerta todos los dias que quedan del mes.
       400-EVALUAR-SOCIO.
           IF w-umbral-dia > ZERO
              IF w-dep-dia NOT < w-umbral-dia
                 MOVE "DD" TO w-alr-motivo
                 MOVE w-dep-dia TO w-alr-importe
                 MOVE w-umbral-dia TO w-alr-umbral
                 MOVE "D" TO w-filtro-tipo
                 MOVE w-fecha-proc TO w-filtro-desde
                 PERFORM 600-GRABAR-ALERTA
              END-IF
              IF w-ret-dia NOT < w-umbral-dia
                 MOVE "RD" TO w-alr-motivo
                 MOVE w-ret-dia TO w-alr-importe
                 MOVE w-umbral-dia TO w-alr-umbral
                 MOVE "R" TO w-filtro-tipo
                 MOVE w-fecha-proc TO w-filtro-desde
                 PERFORM 600-GRABAR-ALERTA
              END-IF
              PERFORM 450-EVALUAR-FRACCIONAMIENTO
           END-IF.
           IF w-umbral-mes > ZERO
              IF w-dep-mes NOT < w-umbral-mes
                 AND w-dep-mes - w-dep-dia < w-umbral-mes
                 MOVE "DM" TO w-alr-motivo
                 MOVE w-dep-mes TO w-alr-importe
                 MOVE w-umbral-mes TO w-alr-umbral
                 MOVE "D" TO w-filtro-tipo
                 MOVE w-fecha-mes TO w-filtro-desde
                 PERFORM 600-GRABAR-ALERTA
              END-IF
              IF w-ret-mes NOT < w-umbral-mes
                 AND w-ret-mes - w-ret-dia < w-umbral-mes
                 MOVE "RM" TO w-alr-motivo
                 MOVE w-ret-mes TO w-alr-importe
                 MOVE w-umbral-mes TO w-alr-umbral
                 MOVE "R" TO w-filtro-tipo
                 MOVE w-fecha-mes TO w-filtro-desde
                 PERFORM 600-GRABAR-ALERTA
              END-IF
           END-IF.

      * fraccionamiento: cada uno de los ultimos N dias corridos
      * (hoy incluido) con depositos por debajo del umbral diario
      * pero dentro del porcentaje de tolerancia. Un dia sin
      * depositos corta la racha.
       450-EVALUAR-FRACCIONAMIENTO.
           MOVE ZERO TO w-dias-bajo.
           MOVE ZERO TO w-alr-importe.
           PERFORM VARYING w-dia-ix FROM 1 BY 1
                   UNTIL w-dia-ix > w-fracc-dias
              IF w-dia-dep(w-dia-ix) NOT < w-piso-fracc
                 AND w-dia-dep(w-dia-ix) < w-umbral-dia
                 ADD 1 TO w-dias-bajo
                 ADD w-dia-dep(w-dia-ix) TO w-alr-importe
              END-IF
           END-PERFORM.
           IF w-dias-bajo = w-fracc-dias
              MOVE "FD" TO w-alr-motivo
              MOVE w-umbral-dia TO w-alr-umbral
              MOVE "D" TO w-filtro-tipo
              MOVE w-fecha-fracc TO w-filtro-desde
              PERFORM 600-GRABAR-ALERTA
           END-IF.

      * la clave fecha + socio + motivo hace que un relanzo del mismo
      * dia encuentre la alerta ya grabada y no la duplique.
       600-GRABAR-ALERTA.
           MOVE w-fecha-proc TO alr-fecha.
           MOVE soc-llave TO alr-soc-llave.
           MOVE w-alr-motivo TO alr-motivo.
           MOVE w-alr-importe TO alr-importe.
           MOVE w-alr-umbral TO alr-umbral.
           MOVE ZERO TO alr-cant-movs.
           PERFORM VARYING w-tm-ix FROM 1 BY 1
                   UNTIL w-tm-ix > w-tm-tope
              IF w-tm-tipo(w-tm-ix) = w-filtro-tipo
                 AND w-tm-fecha(w-tm-ix) NOT < w-filtro-desde
                 ADD 1 TO alr-cant-movs
              END-IF
           END-PERFORM.
           MOVE "A" TO alr-estado.
           MOVE ZERO TO alr-fecha-resol.
           MOVE SPACES TO alr-usuario-resol.
           MOVE SPACES TO alr-observacion.
           MOVE ZERO TO w-alr-grabada.
           WRITE alr-reg
               INVALID KEY
                  ADD 1 TO w-cant-repetidas
               NOT INVALID KEY
                  MOVE 1 TO w-alr-grabada
                  ADD 1 TO w-cant-nuevas
                  ADD 1 TO w-fil-alertas
           END-WRITE.
           IF w-alr-grabada = 1
              PERFORM 650-GRABAR-DETALLE
              PERFORM 690-IMPRIMIR-ALERTA
           END-IF.

       650-GRABAR-DETALLE.
           MOVE ZERO TO w-sec.
           PERFORM VARYING w-tm-ix FROM 1 BY 1
                   UNTIL w-tm-ix > w-tm-tope
              IF w-tm-tipo(w-tm-ix) = w-filtro-tipo
                 AND w-tm-fecha(w-tm-ix) NOT < w-filtro-desde
                 PERFORM 660-GRABAR-UN-DETALLE
              END-IF
           END-PERFORM.

       660-GRABAR-UN-DETALLE.
           ADD 1 TO w-sec.
           MOVE alr-llave TO amv-alr-llave.
           MOVE w-sec TO amv-sec.
           MOVE w-tm-fecha(w-tm-ix) TO amv-mov-fecha.
           MOVE w-tm-hora(w-tm-ix) TO amv-mov-hora.
           MOVE w-tm-tipo(w-tm-ix) TO amv-mov-tipo.
           MOVE w-tm-importe(w-tm-ix) TO amv-mov-importe.
           MOVE w-tm-usuario(w-tm-ix) TO amv-mov-usuario.
           WRITE amv-reg
               INVALID KEY
                  MOVE "ALERTAMOV" TO w-err-archivo
                  MOVE w-fs-alertamov TO w-err-fs
                  PERFORM 950-ERROR-ARCHIVO
           END-WRITE.

       690-IMPRIMIR-ALERTA.
           MOVE soc-filial TO l-det-filial.
           MOVE soc-cod TO l-det-cod.
           MOVE soc-nom TO l-det-nom.
           EVALUATE TRUE
              WHEN alr-dep-diario
                 MOVE "DEPOSITOS DEL DIA" TO l-det-motivo
              WHEN alr-ret-diario
                 MOVE "RETIROS DEL DIA" TO l-det-motivo
              WHEN alr-dep-mensual
                 MOVE "DEPOSITOS DEL MES" TO l-det-motivo
              WHEN alr-ret-mensual
                 MOVE "RETIROS DEL MES" TO l-det-motivo
              WHEN alr-fraccionado
                 MOVE "DEPOSITOS FRACCIONADOS" TO l-det-motivo
           END-EVALUATE.
           MOVE alr-importe TO l-det-importe.
           MOVE alr-cant-movs TO l-det-movs.
           IF w-tm-desborde = 1
              MOVE "(PARCIAL)" TO l-det-obs
           ELSE
              MOVE SPACES TO l-det-obs
           END-IF.
           DISPLAY lin-det.

       700-CORTE-FILIAL.
           IF w-fil-alertas NOT = ZERO
              MOVE w-fil-ant TO l-fil-cod
              MOVE w-fil-alertas TO l-fil-alertas
              DISPLAY lin-tot-filial
           END-IF.
           MOVE soc-filial TO w-fil-ant.
           MOVE ZERO TO w-fil-alertas.

       800-FIN.
           IF w-primer-socio = 0
              PERFORM 700-CORTE-FILIAL
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-cant-socios TO l-tot-socios.
           DISPLAY lin-tot-socios.
           MOVE w-cant-nuevas TO l-tot-nuevas.
           DISPLAY lin-tot-nuevas.
           IF w-cant-repetidas > ZERO
              MOVE w-cant-repetidas TO l-tot-repetidas
              DISPLAY lin-tot-repetidas
           END-IF.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           CLOSE ALERTAS.
           CLOSE ALERTAMOV.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-socios TO w-run-leidos.
           MOVE w-cant-nuevas TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

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
       END PROGRAM DETECTA-ALERTAS.
