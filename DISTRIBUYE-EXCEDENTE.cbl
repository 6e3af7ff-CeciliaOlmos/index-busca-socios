      ******************************************************************
      * Author:
      * Date:
      * Purpose: distribution of the surplus voted by the assembly
      *          for a closed fiscal year (calendar year AAAA), in
      *          proportion to each socio's average daily balance.
      *          The average is rebuilt from movimientos.dat and from
      *          the movarch.AAAAMM archives left by
      *          ARCHIVA-MOVIMIENTOS for the purged periods (every
      *          archive whose cutoff falls after January of the
      *          year, up to the period of the fecha de proceso):
      *          every movement of the year weighs by the days it
      *          stayed in the balance up to December 31, and the
      *          opening balance comes back from soc-saldo less
      *          everything posted since January 1, so the average
      *          is exact to the day without the month-end rows of
      *          posiciones.dat. Cerrado socios and socios whose
      *          average does not reach the minimum given for the
      *          run take no part; the total is shared among the
      *          rest pro rata, truncated to the centavo (the
      *          remainder is listed and stays with the cooperative).
      *          Ejercicio, total and minimum come from
      *          EXCEDENTE_EJERCICIO / EXCEDENTE_TOTAL /
      *          EXCEDENTE_MINIMO or are asked for.
      *          A run is a proforma unless EXCEDENTE_CONFIRMA=S (or
      *          the answer to the prompt) asks for the confirmed
      *          one. Every proforma is registered in excedreg.dat
      *          (one record per ejercicio). The confirmed run is
      *          refused (codigo 8) unless a proforma with the same
      *          total and minimum is registered and the averages
      *          still give the same socios and sum; it then credits
      *          each share as a tipo E movement (usuario EXCEDENTE,
      *          the ejercicio in mov-contra-filial) and writes one
      *          certificate line per socio for the mailing
      *          (certexced.AAAA, CERTEXCED_DAT to override) with
      *          the filial, name and address from identidad.dat.
      *          An ejercicio already distributed is refused with
      *          codigo 6, so a relaunch cannot pay twice.
      *          Every movement written also updates the socio's
      *          line in resumov.dat (last movement, count, month).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUYE-EXCEDENTE.
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

           SELECT RESUMOV
           ASSIGN TO DYNAMIC w-path-resumov
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rsm-soc-llave
           FILE STATUS IS w-fs-resumov.

           SELECT OPTIONAL MOVARCH
           ASSIGN TO DYNAMIC w-path-movarch
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS w-fs-movarch.

           SELECT FILIALES
           ASSIGN TO DYNAMIC w-path-filiales
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fil-cod
           ALTERNATE RECORD KEY IS fil-nom WITH DUPLICATES
           FILE STATUS IS w-fs-filiales.

           SELECT OPTIONAL IDENTIDAD
           ASSIGN TO DYNAMIC w-path-identidad
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ide-soc-llave
           ALTERNATE RECORD KEY IS ide-documento WITH DUPLICATES
           FILE STATUS IS w-fs-identidad.

           SELECT EXCEDTRAB
           ASSIGN TO DYNAMIC w-path-excedtrab
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS exw-soc-llave
           FILE STATUS IS w-fs-excedtrab.

           SELECT OPTIONAL EXCEDREG
           ASSIGN TO DYNAMIC w-path-excedreg
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS exr-ejercicio
           FILE STATUS IS w-fs-excedreg.

           SELECT CERTIFICADOS
           ASSIGN TO DYNAMIC w-path-certificados
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-certificados.

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
               88 mov-excedente value "E".
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

       FD  MOVARCH.
       01  arch-reg.
           03 arch-llave.
               05 arch-soc-llave.
                   07 arch-filial pic 9999.
                   07 arch-cod pic 9999.
               05 arch-fecha pic 9(8).
               05 arch-hora pic 9(8).
           03 arch-tipo pic x(1).
           03 arch-importe pic s9(7)v99.
           03 arch-saldo-result pic s9(7)v99.
           03 arch-usuario pic x(12).
           03 arch-contraparte.
               05 arch-contra-filial pic 9999.
               05 arch-contra-cod pic 9999.

       FD  FILIALES.
       01  fil-reg.
           03 fil-cod pic 9999.
               88 fin-prog value zero.
           03 fil-nom pic x(20).
           03 fil-region pic 99.
           03 fil-estado pic x(1).
               88 fil-activa value "A".
               88 fil-cerrada value "C".
           03 fil-fecha-apertura pic 9(8).

       FD  IDENTIDAD.
       01  ide-reg.
           03 ide-soc-llave.
               05 ide-filial pic 9999.
               05 ide-cod pic 9999.
           03 ide-documento.
               05 ide-doc-tipo pic x(3).
               05 ide-doc-nro pic 9(11).
           03 ide-domicilio pic x(40).
           03 ide-localidad pic x(20).
           03 ide-telefono pic x(15).
           03 ide-email pic x(40).
           03 ide-fecha-nac pic 9(8).
           03 ide-fecha-alta pic 9(8).
           03 ide-llave-origen.
               05 ide-orig-filial pic 9999.
               05 ide-orig-cod pic 9999.
           03 ide-estado pic x(1).
               88 ide-vigente value "V".
               88 ide-transferida value "T".
           03 ide-llave-destino.
               05 ide-dest-filial pic 9999.
               05 ide-dest-cod pic 9999.

      * trabajo de la corrida, uno por socio con movimientos desde el
      * 1 de enero del ejercicio: suma del ejercicio, suma ponderada
      * por los dias que cada importe quedo en el saldo hasta el 31
      * de diciembre, y suma de lo posteado despues del cierre.
       FD  EXCEDTRAB.
       01  exw-reg.
           03 exw-soc-llave.
               05 exw-filial pic 9999.
               05 exw-cod pic 9999.
           03 exw-suma-ej pic s9(11)v99.
           03 exw-pond-ej pic s9(15)v99.
           03 exw-suma-post pic s9(11)v99.
           03 exw-cant-movs pic 9(7).
           03 exw-promedio pic s9(9)v99.
           03 exw-elegible pic x(1).
               88 exw-participa value "S".
               88 exw-excl-cerrado value "C".
               88 exw-excl-minimo value "M".
               88 exw-sin-saldo value "N".

      * un registro por ejercicio: la proforma que habilita la
      * corrida confirmada y, despues, la distribucion hecha.
       FD  EXCEDREG.
       01  exr-reg.
           03 exr-ejercicio pic 9(4).
           03 exr-estado pic x(1).
               88 exr-proforma value "P".
               88 exr-confirmada value "C".
           03 exr-total pic 9(9)v99.
           03 exr-minimo pic 9(7)v99.
           03 exr-cant pic 9(6).
           03 exr-suma-prom pic 9(13)v99.
           03 exr-distribuido pic 9(9)v99.
           03 exr-fecha-prof pic 9(8).
           03 exr-fecha-conf pic 9(8).

      * formato fijo para la imprenta: un certificado por socio
      * acreditado.
       FD  CERTIFICADOS.
       01  cex-reg.
           03 cex-tipo pic x(2).
           03 cex-ejercicio pic 9(4).
           03 cex-fecha pic 9(8).
           03 cex-filial pic 9999.
           03 cex-fil-nom pic x(20).
           03 cex-cod pic 9999.
           03 cex-soc-nom pic x(20).
           03 cex-domicilio pic x(40).
           03 cex-localidad pic x(20).
           03 cex-promedio pic 9(9)v99.
           03 cex-importe pic 9(7)v99.
           03 cex-total pic 9(9)v99.

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       01  w-fecha-proc pic 9(8).
       01  w-fecha-proc-r REDEFINES w-fecha-proc.
           03 w-proc-aaaa pic 9(4).
           03 w-proc-mm pic 99.
           03 w-proc-dd pic 99.
       01  lin-titulo.
           03 filler pic x(40) value
               "DISTRIBUCION DE EXCEDENTES - EJERCICIO ".
           03 l-tit-ejercicio pic 9(4).
           03 filler pic x(3) value " - ".
           03 l-tit-modo pic x(20).
       01  lin-parametros.
           03 filler pic x(22) value "TOTAL A DISTRIBUIR: ".
           03 l-par-total pic z(9)9,99.
           03 filler pic x(20) value "   PROMEDIO MINIMO: ".
           03 l-par-minimo pic z(7)9,99.
       01  lin-archivo.
           03 filler pic x(28) value "ARCHIVO HISTORICO LEIDO: ".
           03 l-arch-path pic x(50).
       01  lin-titulo-filial.
           03 filler pic x(8) value "FILIAL: ".
           03 l-fil-cod pic zzz9.
           03 filler pic x(3) value " - ".
           03 l-fil-nom pic x(20).
       01  lin-encab-det.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(14) value "     PROMEDIO".
           03 filler pic x(12) value "  PARTICIP.".
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "OBSERVACION".
       01  lin-det.
           03 l-det-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-det-nom pic x(20).
           03 filler pic x(1) value spaces.
           03 l-det-promedio pic -(9)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-parte pic z(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-obs pic x(20).
       01  lin-tot-filial.
           03 filler pic x(4) value spaces.
           03 filler pic x(24) value "TOTAL FILIAL".
           03 l-tfi-cant pic zz.zz9.
           03 filler pic x(9) value " SOCIOS  ".
           03 l-tfi-importe pic z(9)9,99.
       01  lin-tot-participan.
           03 filler pic x(30) value "SOCIOS QUE PARTICIPAN: ".
           03 l-tot-participan pic zzz.zz9.
       01  lin-tot-cerrados.
           03 filler pic x(30) value "EXCLUIDOS POR CERRADOS: ".
           03 l-tot-cerrados pic zzz.zz9.
       01  lin-tot-minimo.
           03 filler pic x(30) value "EXCLUIDOS BAJO EL MINIMO: ".
           03 l-tot-minimo pic zzz.zz9.
       01  lin-tot-sin-saldo.
           03 filler pic x(30) value "SIN SALDO PROMEDIO: ".
           03 l-tot-sin-saldo pic zzz.zz9.
       01  lin-tot-suma-prom.
           03 filler pic x(30) value "SUMA DE PROMEDIOS: ".
           03 l-tot-suma-prom pic z(12)9,99.
       01  lin-tot-distribuido.
           03 filler pic x(30) value "TOTAL DISTRIBUIDO: ".
           03 l-tot-distribuido pic z(9)9,99.
       01  lin-tot-remanente.
           03 filler pic x(30) value "REMANENTE POR REDONDEO: ".
           03 l-tot-remanente pic z(9)9,99.
       01  lin-tot-certificados.
           03 filler pic x(30) value "CERTIFICADOS GRABADOS: ".
           03 l-tot-certificados pic zzz.zz9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-socios pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-movarch pic x(100).
       77  w-path-filiales pic x(100).
       77  w-path-identidad pic x(100).
       77  w-path-excedtrab pic x(100).
       77  w-path-excedreg pic x(100).
       77  w-path-certificados pic x(100).
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-fs-movarch pic xx.
       77  w-fs-filiales pic xx.
       77  w-fs-identidad pic xx.
       77  w-fs-excedtrab pic xx.
       77  w-fs-excedreg pic xx.
       77  w-fs-certificados pic xx.
       77  w-mov-existe pic 9 value 1.
       77  w-ide-existe pic 9 value 1.
       77  w-exr-existe pic 9 value zero.
       77  w-exw-existe pic 9 value zero.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********datos de la corrida ************************************
       77  w-env-ejercicio pic x(4).
       77  w-env-total pic x(15).
       77  w-env-minimo pic x(15).
       77  w-env-confirma pic x(1).
       77  w-ejercicio pic 9(4) value zero.
       77  w-total pic 9(9)v99 value zero.
       77  w-minimo pic 9(7)v99 value zero.
       77  w-confirma pic x(1) value "N".
           88 w-corrida-confirmada value "S" "s".
       77  w-usuario-excedente pic x(12) value "EXCEDENTE".

      *********ejercicio y archivos historicos ************************
       77  w-ej-inicio pic 9(8).
       77  w-ej-fin pic 9(8).
       77  w-int-fin pic 9(8).
       77  w-dias-ej pic 999.
       77  w-dias-mov pic 999.
       77  w-prefijo-movarch pic x(90).
       01  w-per-arch pic 9(6).
       01  w-per-arch-r REDEFINES w-per-arch.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 99.
       77  w-per-proc pic 9(6).

      *********movimiento a acumular (en linea o archivado) ***********
       01  w-acu-soc-llave.
           03 w-acu-filial pic 9999.
           03 w-acu-cod pic 9999.
       77  w-acu-fecha pic 9(8).
       77  w-acu-importe pic s9(7)v99.

      *********calculo por socio **************************************
       77  w-saldo-cierre pic s9(11)v99.
       77  w-saldo-apertura pic s9(11)v99.
       77  w-parte pic 9(7)v99.
       77  w-mov-grabado pic 9 value zero.

       77  w-eof-movs pic 9 value zero.
       77  w-eof-arch pic 9 value zero.
       77  w-eof-socios pic 9 value zero.
       77  w-fil-ant pic 9999.
       77  w-primer-socio pic 9 value 1.
       77  w-fil-hay-datos pic 9 value zero.
       77  w-fil-cant pic 9(5) value zero.
       77  w-fil-importe pic 9(11)v99 value zero.
       77  w-cant-archivos pic 9(3) value zero.
       77  w-cant-participan pic 9(6) value zero.
       77  w-cant-cerrados pic 9(6) value zero.
       77  w-cant-minimo pic 9(6) value zero.
       77  w-cant-sin-saldo pic 9(6) value zero.
       77  w-cant-certificados pic 9(6) value zero.
       77  w-suma-prom pic 9(13)v99 value zero.
       77  w-distribuido pic 9(9)v99 value zero.
       77  w-remanente pic 9(9)v99 value zero.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "DISTRIBUYE-EXCED".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-ACUMULAR-MOVIMIENTOS.
            PERFORM 250-ACUMULAR-ARCHIVOS.
            PERFORM 300-CALCULAR-PROMEDIOS.
            PERFORM 400-CONTROLAR-PROFORMA.
            PERFORM 500-REPARTIR.
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
           PERFORM 110-PIDO-DATOS.
           COMPUTE w-ej-inicio = w-ejercicio * 10000 + 0101.
           COMPUTE w-ej-fin = w-ejercicio * 10000 + 1231.
           COMPUTE w-int-fin = FUNCTION INTEGER-OF-DATE(w-ej-fin).
           COMPUTE w-dias-ej = w-int-fin
               - FUNCTION INTEGER-OF-DATE(w-ej-inicio) + 1.
           PERFORM 120-CONTROLAR-REGISTRO.
      * los certificados quedan por ejercicio (certexced.AAAA);
      * CERTEXCED_DAT lo pisa si la imprenta quiere otro nombre.
           ACCEPT w-path-certificados FROM ENVIRONMENT
                  "CERTEXCED_DAT".
           IF w-path-certificados = SPACES
              STRING '..\certexced.' DELIMITED BY SIZE
                     w-ejercicio DELIMITED BY SIZE
                     INTO w-path-certificados
              END-STRING
           END-IF.
           IF w-corrida-confirmada
              OPEN I-O SOCIOS
           ELSE
              OPEN INPUT SOCIOS
           END-IF.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           IF w-corrida-confirmada
              OPEN I-O MOVIMIENTOS
           ELSE
              OPEN INPUT MOVIMIENTOS
           END-IF.
           IF w-fs-movimientos = "35" OR w-fs-movimientos = "05"
              MOVE ZERO TO w-mov-existe
           END-IF.
           IF w-fs-movimientos NOT = "00"
              AND w-fs-movimientos NOT = "05"
              AND w-fs-movimientos NOT = "35"
              MOVE "MOVIMIENTOS" TO w-err-archivo
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * resumov.dat lo arma REARMA-RESUMOV desde el detalle: si
      * todavia no existe no se crea a medias aca; se postea igual y
      * el batch lo genera completo antes de usarlo. La proforma no
      * graba movimientos y no lo abre.
           IF w-corrida-confirmada
              OPEN I-O RESUMOV
              IF w-fs-resumov = "35"
                 MOVE ZERO TO w-rsm-existe
              END-IF
              IF w-fs-resumov NOT = "00"
                 AND w-fs-resumov NOT = "35"
                 MOVE "RESUMOV" TO w-err-archivo
                 MOVE w-fs-resumov TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
           ELSE
              MOVE ZERO TO w-rsm-existe
           END-IF.
           OPEN INPUT FILIALES.
           IF w-fs-filiales NOT = "00"
              MOVE "FILIALES" TO w-err-archivo
              MOVE w-fs-filiales TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT IDENTIDAD.
           IF w-fs-identidad = "35" OR w-fs-identidad = "05"
              MOVE ZERO TO w-ide-existe
           END-IF.
           IF w-fs-identidad NOT = "00"
              AND w-fs-identidad NOT = "05"
              AND w-fs-identidad NOT = "35"
              MOVE "IDENTIDAD" TO w-err-archivo
              MOVE w-fs-identidad TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * el trabajo se arma de cero en cada corrida.
           OPEN OUTPUT EXCEDTRAB.
           CLOSE EXCEDTRAB.
           OPEN I-O EXCEDTRAB.
           IF w-fs-excedtrab NOT = "00"
              MOVE "EXCEDTRAB" TO w-err-archivo
              MOVE w-fs-excedtrab TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           IF w-corrida-confirmada
              OPEN OUTPUT CERTIFICADOS
              IF w-fs-certificados NOT = "00"
                 MOVE "CERTIFICADOS" TO w-err-archivo
                 MOVE w-fs-certificados TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
           END-IF.
           MOVE w-ejercicio TO l-tit-ejercicio.
           IF w-corrida-confirmada
              MOVE "CORRIDA CONFIRMADA" TO l-tit-modo
           ELSE
              MOVE "PROFORMA" TO l-tit-modo
           END-IF.
           DISPLAY lin-titulo.
           MOVE w-total TO l-par-total.
           MOVE w-minimo TO l-par-minimo.
           DISPLAY lin-parametros.

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
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.
      * los archivos historicos se llaman prefijo + AAAAMM del corte
      * con que los dejo ARCHIVA-MOVIMIENTOS.
           ACCEPT w-prefijo-movarch FROM ENVIRONMENT
                  "MOVARCH_PREFIJO".
           IF w-prefijo-movarch = SPACES
              MOVE '..\movarch.' TO w-prefijo-movarch
           END-IF.
           ACCEPT w-path-filiales FROM ENVIRONMENT "FILIALES_DAT".
           IF w-path-filiales = SPACES
              MOVE '..\filiales.dat' TO w-path-filiales
           END-IF.
           ACCEPT w-path-identidad FROM ENVIRONMENT "IDENTIDAD_DAT".
           IF w-path-identidad = SPACES
              MOVE '..\identidad.dat' TO w-path-identidad
           END-IF.
           ACCEPT w-path-excedtrab FROM ENVIRONMENT "EXCEDTRAB_DAT".
           IF w-path-excedtrab = SPACES
              MOVE '..\excedtrab.dat' TO w-path-excedtrab
           END-IF.
           ACCEPT w-path-excedreg FROM ENVIRONMENT "EXCEDREG_DAT".
           IF w-path-excedreg = SPACES
              MOVE '..\excedreg.dat' TO w-path-excedreg
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.

      * ejercicio, total y minimo por entorno para uso batch, o
      * preguntados. Solo se reparte un ejercicio ya cerrado a la
      * fecha de proceso, para que ningun movimiento del ano falte.
       110-PIDO-DATOS.
           ACCEPT w-env-ejercicio FROM ENVIRONMENT
                  "EXCEDENTE_EJERCICIO".
           IF w-env-ejercicio NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-env-ejercicio))
                  TO w-ejercicio
              ACCEPT w-env-total FROM ENVIRONMENT "EXCEDENTE_TOTAL"
              IF w-env-total NOT = SPACES
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-env-total))
                     TO w-total
              END-IF
              ACCEPT w-env-minimo FROM ENVIRONMENT "EXCEDENTE_MINIMO"
              IF w-env-minimo NOT = SPACES
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-env-minimo))
                     TO w-minimo
              END-IF
              ACCEPT w-env-confirma FROM ENVIRONMENT
                     "EXCEDENTE_CONFIRMA"
              IF w-env-confirma NOT = SPACES
                 MOVE w-env-confirma TO w-confirma
              END-IF
           ELSE
              DISPLAY "EJERCICIO A DISTRIBUIR (AAAA): "
              ACCEPT w-ejercicio
              DISPLAY "TOTAL A DISTRIBUIR: "
              ACCEPT w-total
              DISPLAY "PROMEDIO MINIMO PARA PARTICIPAR: "
              ACCEPT w-minimo
              DISPLAY "CORRIDA CONFIRMADA - ACREDITA (S/N): "
              ACCEPT w-confirma
           END-IF.
           IF w-ejercicio < 1900 OR w-ejercicio NOT < w-proc-aaaa
              DISPLAY "EL EJERCICIO " w-ejercicio " NO ESTA CERRADO "
                      "A LA FECHA DE PROCESO " w-fecha-proc
              MOVE 8 TO RETURN-CODE
              PERFORM 990-CORTAR
           END-IF.
           IF w-total = ZERO
              DISPLAY "TOTAL A DISTRIBUIR INVALIDO"
              MOVE 8 TO RETURN-CODE
              PERFORM 990-CORTAR
           END-IF.

      * un ejercicio ya repartido no se vuelve a pagar (codigo 6,
      * igual que la contramarcha repetida); la corrida confirmada
      * solo se acepta sobre una proforma con los mismos valores.
       120-CONTROLAR-REGISTRO.
           OPEN I-O EXCEDREG.
           IF w-fs-excedreg = "35"
              OPEN OUTPUT EXCEDREG
              CLOSE EXCEDREG
              OPEN I-O EXCEDREG
           END-IF.
           IF w-fs-excedreg NOT = "00"
              AND w-fs-excedreg NOT = "05"
              MOVE "EXCEDREG" TO w-err-archivo
              MOVE w-fs-excedreg TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE w-ejercicio TO exr-ejercicio.
           READ EXCEDREG
               INVALID KEY MOVE ZERO TO w-exr-existe
               NOT INVALID KEY MOVE 1 TO w-exr-existe
           END-READ.
           IF w-exr-existe = 1 AND exr-confirmada
              DISPLAY "EL EXCEDENTE DEL EJERCICIO " w-ejercicio
                      " YA FUE DISTRIBUIDO EL " exr-fecha-conf
                      " - SE RECHAZA LA CORRIDA"
              MOVE 6 TO RETURN-CODE
              PERFORM 990-CORTAR
           END-IF.
           IF w-corrida-confirmada
              IF w-exr-existe = 0
                 OR exr-total NOT = w-total
                 OR exr-minimo NOT = w-minimo
                 DISPLAY "NO HAY PROFORMA DEL EJERCICIO " w-ejercicio
                         " CON ESE TOTAL Y MINIMO - CORRERLA PRIMERO"
                 MOVE 8 TO RETURN-CODE
                 PERFORM 990-CORTAR
              END-IF
           END-IF.

      * movimientos en linea desde el 1 de enero del ejercicio.
       200-ACUMULAR-MOVIMIENTOS.
           IF w-mov-existe = 1
              PERFORM 210-LEER-MOVIMIENTO
              PERFORM UNTIL w-eof-movs = 1
                 IF mov-fecha NOT < w-ej-inicio
                    MOVE mov-soc-llave TO w-acu-soc-llave
                    MOVE mov-fecha TO w-acu-fecha
                    MOVE mov-importe TO w-acu-importe
                    PERFORM 270-ACUMULAR
                 END-IF
                 PERFORM 210-LEER-MOVIMIENTO
              END-PERFORM
           END-IF.

       210-LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT
               AT END MOVE 1 TO w-eof-movs
           END-READ.
           IF w-eof-movs NOT = 1
              ADD 1 TO w-run-leidos
           END-IF.

      * un archivo de corte AAAAMM guarda lo anterior a ese mes: los
      * movimientos del ejercicio solo pueden estar en los cortes de
      * febrero del ejercicio en adelante. Los cortes que nunca se
      * corrieron simplemente no existen.
       250-ACUMULAR-ARCHIVOS.
           COMPUTE w-per-arch = w-ejercicio * 100 + 2.
           MOVE w-fecha-proc(1:6) TO w-per-proc.
           PERFORM UNTIL w-per-arch > w-per-proc
              PERFORM 255-LEER-ARCHIVO-HIST
              IF w-per-mm = 12
                 ADD 1 TO w-per-aaaa
                 MOVE 1 TO w-per-mm
              ELSE
                 ADD 1 TO w-per-mm
              END-IF
           END-PERFORM.

       255-LEER-ARCHIVO-HIST.
           MOVE SPACES TO w-path-movarch.
           STRING w-prefijo-movarch DELIMITED BY SPACE
                  w-per-arch        DELIMITED BY SIZE
                  INTO w-path-movarch
           END-STRING.
           OPEN INPUT MOVARCH.
           IF w-fs-movarch NOT = "00" AND w-fs-movarch NOT = "05"
              MOVE "MOVARCH" TO w-err-archivo
              MOVE w-fs-movarch TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           IF w-fs-movarch = "00"
              ADD 1 TO w-cant-archivos
              MOVE w-path-movarch TO l-arch-path
              DISPLAY lin-archivo
              MOVE ZERO TO w-eof-arch
              PERFORM 260-LEER-ARCHIVADO
              PERFORM UNTIL w-eof-arch = 1
                 IF arch-fecha NOT < w-ej-inicio
                    MOVE arch-soc-llave TO w-acu-soc-llave
                    MOVE arch-fecha TO w-acu-fecha
                    MOVE arch-importe TO w-acu-importe
                    PERFORM 270-ACUMULAR
                 END-IF
                 PERFORM 260-LEER-ARCHIVADO
              END-PERFORM
           END-IF.
           CLOSE MOVARCH.

       260-LEER-ARCHIVADO.
           READ MOVARCH
               AT END MOVE 1 TO w-eof-arch
           END-READ.
           IF w-eof-arch NOT = 1
              ADD 1 TO w-run-leidos
           END-IF.

      * cada importe del ejercicio estuvo en el saldo desde su fecha
      * hasta el 31 de diciembre inclusive; lo posterior al cierre
      * solo sirve para volver desde el saldo actual al del cierre.
       270-ACUMULAR.
           MOVE w-acu-soc-llave TO exw-soc-llave.
           READ EXCEDTRAB
               INVALID KEY MOVE ZERO TO w-exw-existe
               NOT INVALID KEY MOVE 1 TO w-exw-existe
           END-READ.
           IF w-exw-existe = 0
              MOVE w-acu-soc-llave TO exw-soc-llave
              MOVE ZERO TO exw-suma-ej
              MOVE ZERO TO exw-pond-ej
              MOVE ZERO TO exw-suma-post
              MOVE ZERO TO exw-cant-movs
              MOVE ZERO TO exw-promedio
              MOVE SPACES TO exw-elegible
           END-IF.
           IF w-acu-fecha NOT > w-ej-fin
              COMPUTE w-dias-mov = w-int-fin
                  - FUNCTION INTEGER-OF-DATE(w-acu-fecha) + 1
              ADD w-acu-importe TO exw-suma-ej
              COMPUTE exw-pond-ej = exw-pond-ej
                  + w-acu-importe * w-dias-mov
              ADD 1 TO exw-cant-movs
           ELSE
              ADD w-acu-importe TO exw-suma-post
           END-IF.
           PERFORM 280-GRABAR-TRABAJO.

       280-GRABAR-TRABAJO.
           IF w-exw-existe = 1
              REWRITE exw-reg
                  INVALID KEY
                     MOVE "EXCEDTRAB" TO w-err-archivo
                     MOVE w-fs-excedtrab TO w-err-fs
                     PERFORM 950-ERROR-ARCHIVO
              END-REWRITE
           ELSE
              WRITE exw-reg
                  INVALID KEY
                     MOVE "EXCEDTRAB" TO w-err-archivo
                     MOVE w-fs-excedtrab TO w-err-fs
                     PERFORM 950-ERROR-ARCHIVO
              END-WRITE
           END-IF.

      * saldo al cierre = saldo actual menos lo posteado despues;
      * saldo de apertura = cierre menos el neto del ejercicio. Un
      * socio sin movimientos desde enero tuvo todo el ano su saldo
      * actual.
       300-CALCULAR-PROMEDIOS.
           PERFORM 310-LEER-SOCIO.
           PERFORM UNTIL w-eof-socios = 1
              PERFORM 320-PROMEDIO-SOCIO
              PERFORM 310-LEER-SOCIO
           END-PERFORM.

       310-LEER-SOCIO.
           READ SOCIOS NEXT AT END MOVE 1 TO w-eof-socios.

       320-PROMEDIO-SOCIO.
           MOVE soc-llave TO exw-soc-llave.
           READ EXCEDTRAB
               INVALID KEY MOVE ZERO TO w-exw-existe
               NOT INVALID KEY MOVE 1 TO w-exw-existe
           END-READ.
           IF w-exw-existe = 0
              MOVE soc-llave TO exw-soc-llave
              MOVE ZERO TO exw-suma-ej
              MOVE ZERO TO exw-pond-ej
              MOVE ZERO TO exw-suma-post
              MOVE ZERO TO exw-cant-movs
           END-IF.
           COMPUTE w-saldo-cierre = soc-saldo - exw-suma-post.
           COMPUTE w-saldo-apertura = w-saldo-cierre - exw-suma-ej.
           COMPUTE exw-promedio ROUNDED =
               (w-saldo-apertura * w-dias-ej + exw-pond-ej)
               / w-dias-ej.
           EVALUATE TRUE
              WHEN soc-cerrado
                 MOVE "C" TO exw-elegible
                 ADD 1 TO w-cant-cerrados
              WHEN exw-promedio NOT > ZERO
                 MOVE "N" TO exw-elegible
                 ADD 1 TO w-cant-sin-saldo
              WHEN exw-promedio < w-minimo
                 MOVE "M" TO exw-elegible
                 ADD 1 TO w-cant-minimo
              WHEN OTHER
                 MOVE "S" TO exw-elegible
                 ADD 1 TO w-cant-participan
                 ADD exw-promedio TO w-suma-prom
           END-EVALUATE.
           PERFORM 280-GRABAR-TRABAJO.

      * la confirmada tiene que repartir lo mismo que la proforma que
      * se aprobo: si desde entonces cambio algun promedio (un ajuste
      * con fecha del ejercicio) se corta y se pide otra proforma.
       400-CONTROLAR-PROFORMA.
           IF w-suma-prom = ZERO
              DISPLAY "NINGUN SOCIO ALCANZA EL PROMEDIO MINIMO - "
                      "NO HAY REPARTO"
              MOVE 8 TO RETURN-CODE
              PERFORM 990-CORTAR
           END-IF.
           IF w-corrida-confirmada
              IF exr-cant NOT = w-cant-participan
                 OR exr-suma-prom NOT = w-suma-prom
                 DISPLAY "LOS PROMEDIOS CAMBIARON DESDE LA PROFORMA "
                         "DEL " exr-fecha-prof " - CORRERLA DE NUEVO"
                 MOVE 8 TO RETURN-CODE
                 PERFORM 990-CORTAR
              END-IF
           END-IF.

       500-REPARTIR.
           MOVE ZERO TO w-eof-socios.
           MOVE ZERO TO soc-llave.
           START SOCIOS KEY IS NOT LESS THAN soc-llave
               INVALID KEY MOVE 1 TO w-eof-socios
           END-START.
           IF w-eof-socios NOT = 1
              PERFORM 310-LEER-SOCIO
           END-IF.
           PERFORM UNTIL w-eof-socios = 1
              PERFORM 510-REPARTIR-SOCIO
              PERFORM 310-LEER-SOCIO
           END-PERFORM.

      * la parte se trunca al centavo para no repartir mas que el
      * total votado; lo que sobra queda como remanente.
       510-REPARTIR-SOCIO.
           IF w-primer-socio = 1
              MOVE soc-filial TO w-fil-ant
              PERFORM 720-LEER-FILIAL
              MOVE ZERO TO w-primer-socio
           END-IF.
           IF soc-filial NOT = w-fil-ant
              PERFORM 700-CORTE-FILIAL
           END-IF.
           MOVE soc-llave TO exw-soc-llave.
           READ EXCEDTRAB
               INVALID KEY
                  MOVE "EXCEDTRAB" TO w-err-archivo
                  MOVE w-fs-excedtrab TO w-err-fs
                  PERFORM 950-ERROR-ARCHIVO
           END-READ.
           MOVE ZERO TO w-parte.
           MOVE SPACES TO l-det-obs.
           EVALUATE TRUE
              WHEN exw-participa
                 COMPUTE w-parte =
                     w-total * exw-promedio / w-suma-prom
                 ADD w-parte TO w-distribuido
                 ADD 1 TO w-fil-cant
                 ADD w-parte TO w-fil-importe
                 IF w-corrida-confirmada AND w-parte > ZERO
                    PERFORM 520-ACREDITAR
                    PERFORM 530-GRABAR-CERTIFICADO
                    MOVE "ACREDITADO" TO l-det-obs
                 END-IF
                 PERFORM 550-LISTAR-SOCIO
              WHEN exw-excl-cerrado AND exw-promedio > ZERO
                 MOVE "EXCLUIDO - CERRADO" TO l-det-obs
                 PERFORM 550-LISTAR-SOCIO
              WHEN exw-excl-minimo
                 MOVE "BAJO EL MINIMO" TO l-det-obs
                 PERFORM 550-LISTAR-SOCIO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       520-ACREDITAR.
           ADD w-parte TO soc-saldo.
           REWRITE soc-reg.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE soc-llave TO mov-soc-llave.
           MOVE w-fecha-proc TO mov-fecha.
           ACCEPT mov-hora FROM TIME.
           MOVE "E" TO mov-tipo.
           MOVE w-parte TO mov-importe.
           MOVE soc-saldo TO mov-saldo-result.
           MOVE w-usuario-excedente TO mov-usuario.
           MOVE w-ejercicio TO mov-contra-filial.
           MOVE ZERO TO mov-contra-cod.
      * ante clave duplicada se corre la hora un centesimo y se
      * reintenta, para no perder el movimiento.
           MOVE ZERO TO w-mov-grabado.
           PERFORM 525-INTENTAR-GRABAR-MOV.
           PERFORM UNTIL w-mov-grabado = 1
              ADD 1 TO mov-hora
              PERFORM 525-INTENTAR-GRABAR-MOV
           END-PERFORM.
           ADD 1 TO w-run-grabados.

      * solo la clave duplicada (estado 22) amerita reintentar con la
      * hora corrida; cualquier otra falla de WRITE corta por la
      * clasificacion comun en vez de quedar ciclando.
       525-INTENTAR-GRABAR-MOV.
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

       530-GRABAR-CERTIFICADO.
           MOVE "CE" TO cex-tipo.
           MOVE w-ejercicio TO cex-ejercicio.
           MOVE w-fecha-proc TO cex-fecha.
           MOVE soc-filial TO cex-filial.
           MOVE fil-nom TO cex-fil-nom.
           MOVE soc-cod TO cex-cod.
           MOVE soc-nom TO cex-soc-nom.
           MOVE SPACES TO cex-domicilio.
           MOVE SPACES TO cex-localidad.
           IF w-ide-existe = 1
              MOVE soc-llave TO ide-soc-llave
              READ IDENTIDAD
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE ide-domicilio TO cex-domicilio
                     MOVE ide-localidad TO cex-localidad
              END-READ
           END-IF.
           MOVE exw-promedio TO cex-promedio.
           MOVE w-parte TO cex-importe.
           MOVE w-total TO cex-total.
           WRITE cex-reg.
           IF w-fs-certificados NOT = "00"
              MOVE "CERTIFICADOS" TO w-err-archivo
              MOVE w-fs-certificados TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO w-cant-certificados.

       550-LISTAR-SOCIO.
           IF w-fil-hay-datos = 0
              PERFORM 710-TITULO-FILIAL
           END-IF.
           MOVE soc-cod TO l-det-cod.
           MOVE soc-nom TO l-det-nom.
           MOVE exw-promedio TO l-det-promedio.
           MOVE w-parte TO l-det-parte.
           DISPLAY lin-det.

       700-CORTE-FILIAL.
           IF w-fil-hay-datos = 1
              MOVE w-fil-cant TO l-tfi-cant
              MOVE w-fil-importe TO l-tfi-importe
              DISPLAY lin-tot-filial
           END-IF.
           MOVE soc-filial TO w-fil-ant.
           MOVE ZERO TO w-fil-hay-datos.
           MOVE ZERO TO w-fil-cant.
           MOVE ZERO TO w-fil-importe.
           PERFORM 720-LEER-FILIAL.

       710-TITULO-FILIAL.
           MOVE w-fil-ant TO l-fil-cod.
           MOVE fil-nom TO l-fil-nom.
           DISPLAY lin-guarda2.
           DISPLAY lin-titulo-filial.
           DISPLAY lin-encab-det.
           MOVE 1 TO w-fil-hay-datos.

       720-LEER-FILIAL.
           MOVE w-fil-ant TO fil-cod.
           READ FILIALES
               INVALID KEY MOVE "(SIN FILIAL)" TO fil-nom
               NOT INVALID KEY CONTINUE
           END-READ.

      * la proforma queda registrada con lo que dio, para que la
      * confirmada la pueda comparar; la confirmada cierra el
      * ejercicio.
       800-FIN.
           IF w-primer-socio = 0
              PERFORM 700-CORTE-FILIAL
           END-IF.
           COMPUTE w-remanente = w-total - w-distribuido.
           DISPLAY lin-guarda2.
           MOVE w-cant-participan TO l-tot-participan.
           DISPLAY lin-tot-participan.
           MOVE w-cant-cerrados TO l-tot-cerrados.
           DISPLAY lin-tot-cerrados.
           MOVE w-cant-minimo TO l-tot-minimo.
           DISPLAY lin-tot-minimo.
           MOVE w-cant-sin-saldo TO l-tot-sin-saldo.
           DISPLAY lin-tot-sin-saldo.
           MOVE w-suma-prom TO l-tot-suma-prom.
           DISPLAY lin-tot-suma-prom.
           MOVE w-distribuido TO l-tot-distribuido.
           DISPLAY lin-tot-distribuido.
           MOVE w-remanente TO l-tot-remanente.
           DISPLAY lin-tot-remanente.
           MOVE w-ejercicio TO exr-ejercicio.
           MOVE w-total TO exr-total.
           MOVE w-minimo TO exr-minimo.
           MOVE w-cant-participan TO exr-cant.
           MOVE w-suma-prom TO exr-suma-prom.
           MOVE w-distribuido TO exr-distribuido.
           IF w-corrida-confirmada
              MOVE "C" TO exr-estado
              MOVE w-fecha-proc TO exr-fecha-conf
              MOVE w-cant-certificados TO l-tot-certificados
              DISPLAY lin-tot-certificados
              CLOSE CERTIFICADOS
           ELSE
              MOVE "P" TO exr-estado
              MOVE w-fecha-proc TO exr-fecha-prof
              MOVE ZERO TO exr-fecha-conf
              DISPLAY "PROFORMA REGISTRADA - PARA ACREDITAR CORRER "
                      "CONFIRMADA CON EL MISMO TOTAL Y MINIMO"
           END-IF.
           IF w-exr-existe = 1
              REWRITE exr-reg
                  INVALID KEY
                     MOVE "EXCEDREG" TO w-err-archivo
                     MOVE w-fs-excedreg TO w-err-fs
                     PERFORM 950-ERROR-ARCHIVO
              END-REWRITE
           ELSE
              WRITE exr-reg
                  INVALID KEY
                     MOVE "EXCEDREG" TO w-err-archivo
                     MOVE w-fs-excedreg TO w-err-fs
                     PERFORM 950-ERROR-ARCHIVO
              END-WRITE
           END-IF.
           CLOSE SOCIOS.
           IF w-mov-existe = 1
              CLOSE MOVIMIENTOS
           END-IF.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           CLOSE FILIALES.
           IF w-ide-existe = 1
              CLOSE IDENTIDAD
           END-IF.
           CLOSE EXCEDTRAB.
           CLOSE EXCEDREG.
           MOVE "FIN" TO w-run-evento.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

      * corte controlado antes de repartir: deja asentado el codigo
      * en la bitacora y termina sin acreditar nada.
       990-CORTAR.
           MOVE "FIN" TO w-run-evento.
           MOVE ZERO TO w-run-grabados.
           MOVE RETURN-CODE TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           STOP RUN.

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
       END PROGRAM DISTRIBUYE-EXCEDENTE.
