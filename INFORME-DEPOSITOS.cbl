      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly deposits return for the supervising
      *          authority (regimen informativo de depositos) for one
      *          period AAAAMM (REGULADOR_PERIODO, or asked at the
      *          terminal when it is not set); the period must be a
      *          month already closed at the processing date.
      *          Each socio's balance at the end of the period is
      *          rebuilt from socios.dat less the movements posted
      *          after it, so the return can be produced once the
      *          month is over. The return is a fixed-format file
      *          with a header record (H), detail records (D) for
      *          three tables - deposits by balance band (BA, the
      *          same bands as RESUMEN-SALDOS), accounts by estado
      *          (ES) and totals by fil-region (RG: accounts and
      *          month-end balance, plus altas, bajas, depositos,
      *          retiros and intereses of the month from estadfil.dat)
      *          - and a trailer record (T) with the detail count and
      *          the control sum. Before filing, a control sheet ties
      *          the figures back to VERIFICA-SALDOS (every socio
      *          foots against its last movement), to POSICION-FILIAL
      *          (the last snapshot of the period in posiciones.dat,
      *          per filial) and to the period's estadfil.dat rows;
      *          a back-valued correction (fvalor.dat, from
      *          CORRIGE-FECHA-VALOR) posted after a filial's snapshot
      *          is listed as AJUSTE FECHA VALOR and explains that
      *          difference instead of breaking the tie;
      *          a socio moved to another filial after the period
      *          (TRASLADO lines of auditoria.log, from
      *          TRANSFIERE-SOCIO) is reported under the filial, and
      *          so the region, it had at the end of the period;
      *          if anything does not tie nothing is filed (codigo 8).
      *          Each filing is kept as regdep.AAAAMM-NN
      *          (REGDEP_PREFIJO to override the prefix) and
      *          registered in regpresen.dat by period and number:
      *          number 00 is the original, any later one of the same
      *          period is a rectificativa, marked as such in the
      *          header and the register with its motive. A period
      *          already filed is refused (codigo 6) unless
      *          REGULADOR_RECTIFICA=S (or the answer to the prompt)
      *          asks for the rectificativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-DEPOSITOS.
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

           SELECT FILIALES
           ASSIGN TO DYNAMIC w-path-filiales
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fil-cod
           ALTERNATE RECORD KEY IS fil-nom WITH DUPLICATES
           FILE STATUS IS w-fs-filiales.

           SELECT OPTIONAL POSICIONES
           ASSIGN TO DYNAMIC w-path-posiciones
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-posiciones.

           SELECT OPTIONAL ESTADISTICA
           ASSIGN TO DYNAMIC w-path-estadistica
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-estadistica.

           SELECT OPTIONAL REGPRESEN
           ASSIGN TO DYNAMIC w-path-regpresen
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rpr-llave
           FILE STATUS IS w-fs-regpresen.

           SELECT REGDEP
           ASSIGN TO DYNAMIC w-path-regdep
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-regdep.

           SELECT OPTIONAL FVALOR
           ASSIGN TO DYNAMIC w-path-fvalor
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fvalor.

           SELECT OPTIONAL AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-auditoria.

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
               88 mov-cierre value "C".
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-usuario pic x(12).
           03 mov-contraparte.
               05 mov-contra-filial pic 9999.
               05 mov-contra-cod pic 9999.

       FD  FILIALES.
       01  fil-reg.
           03 fil-cod pic 9999.
           03 fil-nom pic x(20).
           03 fil-region pic 99.
           03 fil-estado pic x(1).
               88 fil-activa value "A".
               88 fil-cerrada value "C".
           03 fil-fecha-apertura pic 9(8).

       FD  POSICIONES.
       01  lin-posicion pic x(60).

       FD  ESTADISTICA.
       01  lin-estadistica pic x(132).

       FD  REGPRESEN.
       01  rpr-reg.
           03 rpr-llave.
               05 rpr-periodo pic 9(6).
               05 rpr-nro pic 99.
           03 rpr-tipo pic x(1).
               88 rpr-original value "O".
               88 rpr-rectificativa value "R".
           03 rpr-fecha-proc pic 9(8).
           03 rpr-fecha pic 9(8).
           03 rpr-hora pic 9(8).
           03 rpr-usuario pic x(12).
           03 rpr-cant-det pic 9(7).
           03 rpr-control pic s9(13)v99.
           03 rpr-motivo pic x(40).
           03 rpr-archivo pic x(60).

      * registro fijo de 120 posiciones en los tres formatos del
      * organismo: cabecera, detalle y cola.
       FD  REGDEP.
       01  rd-cab.
           03 rd-cab-tipo pic x(1).
           03 rd-cab-entidad pic x(5).
           03 rd-cab-periodo pic 9(6).
           03 rd-cab-presentacion pic x(1).
           03 rd-cab-nro pic 99.
           03 rd-cab-fecha pic 9(8).
           03 rd-cab-hora pic 9(8).
           03 rd-cab-fecha-orig pic 9(8).
           03 filler pic x(81).
       01  rd-det.
           03 rd-det-tipo pic x(1).
           03 rd-det-cuadro pic x(2).
           03 rd-det-codigo pic x(2).
           03 rd-det-cantidad pic 9(7).
           03 rd-det-saldo-signo pic x(1).
           03 rd-det-saldo pic 9(13)v99.
           03 rd-det-altas pic 9(7).
           03 rd-det-bajas pic 9(7).
           03 rd-det-depositos pic 9(13)v99.
           03 rd-det-retiros pic 9(13)v99.
           03 rd-det-intereses pic 9(13)v99.
           03 filler pic x(33).
       01  rd-tra.
           03 rd-tra-tipo pic x(1).
           03 rd-tra-periodo pic 9(6).
           03 rd-tra-cant-det pic 9(7).
           03 rd-tra-signo pic x(1).
           03 rd-tra-control pic 9(13)v99.
           03 filler pic x(90).

       FD  FVALOR.
       01  lin-fvalor pic x(100).

       FD  AUDITORIA.
       01  lin-auditoria pic x(150).

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).

       77  w-path-socios pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-filiales pic x(100).
       77  w-path-posiciones pic x(100).
       77  w-path-estadistica pic x(100).
       77  w-path-regpresen pic x(100).
       77  w-path-regdep pic x(100).
       77  w-prefijo-regdep pic x(80).
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-fs-filiales pic xx.
       77  w-fs-posiciones pic xx.
       77  w-fs-estadistica pic xx.
       77  w-fs-regpresen pic xx.
       77  w-fs-regdep pic xx.
       77  w-mov-existe pic 9 value 1.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********periodo y presentacion *********************************
       77  w-env-periodo pic x(6).
       77  w-env-rectifica pic x(1).
       77  w-env-entidad pic x(5).
       01  w-periodo pic 9(6) value zero.
       01  w-periodo-r REDEFINES w-periodo.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 99.
       77  w-periodo-actual pic 9(6).
       77  w-ini-periodo pic 9(8).
       77  w-fin-periodo pic 9(8).
       77  w-sig-periodo pic 9(8).
       77  w-entidad pic x(5) value "00000".
       77  w-rectifica pic x(1) value "N".
           88 pide-rectificativa value "S" "s".
       77  w-motivo pic x(40) value spaces.
       77  w-usuario pic x(12).
       77  w-hay-presentacion pic 9 value zero.
       77  w-nro pic 99 value zero.
       77  w-fecha-orig pic 9(8) value zero.
       77  w-eof-rpr pic 9 value zero.
       77  w-fecha-gen pic 9(8).
       77  w-hora-gen pic 9(8).

      *********bandas de saldo ****************************************
      * las mismas de RESUMEN-SALDOS, para que el cuadro se pueda
      * cotejar con su listado.
       77  w-umbral pic s9(7)v99 value 100000,00.
       01  w-tab-bandas.
           03 w-ban-entrada OCCURS 4 TIMES.
               05 w-ban-cant pic 9(7).
               05 w-ban-saldo pic s9(13)v99.
       77  w-ban-ix pic 9.
      *********cuentas por estado (A, S, C) ****************************
       01  w-tab-estados.
           03 w-est-entrada OCCURS 3 TIMES.
               05 w-te-cant pic 9(7).
               05 w-te-saldo pic s9(13)v99.
       77  w-est-ix pic 9.
       01  w-cod-estados pic x(3) value "ASC".
      *********totales por region (region 00 a 99) ********************
       01  w-tab-regiones.
           03 w-reg-entrada OCCURS 100 TIMES.
               05 w-tr-filiales pic 9(4).
               05 w-tr-cant pic 9(7).
               05 w-tr-saldo pic s9(13)v99.
               05 w-tr-altas pic 9(7).
               05 w-tr-bajas pic 9(7).
               05 w-tr-dep pic s9(13)v99.
               05 w-tr-ret pic s9(13)v99.
               05 w-tr-int pic s9(13)v99.
       77  w-reg-ix pic 9(3).
       77  w-region-ed pic 99.

      *********filiales: lo informado y lo que hay que cotejar *********
      * una entrada por filial del maestro o que aparece en socios,
      * posiciones o estadistica; busqueda lineal como en
      * POSICION-FILIAL.
       01  w-tab-filiales.
           03 w-fil-entrada OCCURS 500 TIMES.
               05 w-tf-filial pic 9999.
               05 w-tf-region pic 99.
               05 w-tf-cant pic 9(6).
               05 w-tf-saldo pic s9(11)v99.
               05 w-tf-tiene-pos pic 9.
               05 w-tf-pos-fecha pic 9(8).
               05 w-tf-pos-cant pic 9(6).
               05 w-tf-pos-saldo pic s9(11)v99.
               05 w-tf-tiene-est pic 9.
               05 w-tf-tiene-est-saldo pic 9.
               05 w-tf-est-saldo pic s9(11)v99.
               05 w-tf-altas pic 9(6).
               05 w-tf-bajas pic 9(6).
               05 w-tf-dep pic s9(11)v99.
               05 w-tf-ret pic s9(11)v99.
               05 w-tf-int pic s9(11)v99.
               05 w-tf-cant-fv pic 9(4).
               05 w-tf-ajuste-fv pic s9(11)v99.
       77  w-fil-tope pic 9(3) value zero.
       77  w-fil-ix pic 9(3).
       77  w-fil-hallada pic 9.
       77  w-fil-busca pic 9999.
       77  w-fil-lleno pic 9 value zero.

      *********saldo de cada socio al cierre del periodo ***************
       77  w-eof pic 9 value zero.
       77  w-fin-movs pic 9 value zero.
       77  w-saldo-movs pic s9(7)v99.
       77  w-post-periodo pic s9(9)v99.
       77  w-saldo-cierre pic s9(9)v99.
       77  w-cerro-despues pic 9.
       77  w-abierta pic 9.
       77  w-estado-cierre pic x(1).

      *********parseo de posiciones.dat y estadfil.dat ****************
       77  w-pos-fecha-x pic x(8).
       77  w-pos-filial-x pic x(6).
       77  w-pos-cant-x pic x(8).
       77  w-pos-saldo-x pic x(15).
       77  w-pos-fecha pic 9(8).
       77  w-fv-proc-x pic x(8).
       77  w-fv-filial-x pic x(6).
       77  w-fv-cod-x pic x(6).
       77  w-fv-fecha-x pic x(8).
       77  w-fv-hora-x pic x(8).
       77  w-fv-tipo-x pic x(1).
       77  w-fv-importe-x pic x(15).
       77  w-fv-proc pic 9(8).
       77  w-fv-fecha pic 9(8).
       77  w-fv-importe pic s9(9)v99.
       77  w-path-fvalor pic x(100).
       77  w-fs-fvalor pic xx.
       77  w-est-periodo-x pic x(6).
       77  w-est-filial-x pic x(6).
       77  w-est-altas-x pic x(8).
       77  w-est-bajas-x pic x(8).
       77  w-est-cantdep-x pic x(8).
       77  w-est-totdep-x pic x(16).
       77  w-est-cantret-x pic x(8).
       77  w-est-totret-x pic x(16).
       77  w-est-totint-x pic x(16).
       77  w-est-totcom-x pic x(16).
       77  w-est-saldo-x pic x(16).
       77  w-est-periodo pic 9(6).

      *********traslados de socios posteriores al periodo *************
      * clave que tiene hoy (o tuvo despues del cierre) -> clave que
      * tenia al cierre del periodo; la cadena de traslados se
      * resuelve al cargar, cada entrada apunta a la clave original.
       77  w-path-auditoria pic x(100).
       77  w-fs-auditoria pic xx.
       77  w-aud-fecha-x pic x(8).
       77  w-aud-hora-x pic x(8).
       77  w-aud-usuario-x pic x(12).
       77  w-aud-operacion-x pic x(12).
       77  w-aud-clave-x pic x(9).
       77  w-aud-vieja-x pic x(40).
       77  w-aud-nueva-x pic x(40).
       77  w-aud-fecha pic 9(8).
       77  w-aud-vieja pic 9(8).
       77  w-aud-nueva pic 9(8).
       01  w-tab-traslados.
           03 w-tra-entrada OCCURS 2000 TIMES.
               05 w-tt-nueva pic 9(8).
               05 w-tt-origen pic 9(8).
       77  w-tra-tope pic 9(4) value zero.
       77  w-tra-ix pic 9(4).
       77  w-tra-hallada pic 9.
       77  w-tra-busca pic 9(8).
       77  w-tra-lleno pic 9 value zero.
       77  w-cant-trasladados pic 9(7) value zero.
       01  w-llave-cierre.
           03 w-cie-filial pic 9999.
           03 w-cie-cod pic 9999.

      *********totales de control *************************************
       77  w-cant-socios pic 9(7) value zero.
       77  w-cant-dif-verif pic 9(7) value zero.
       77  w-cant-no-cierra pic 9(5) value zero.
       77  w-tot-bandas pic s9(13)v99 value zero.
       77  w-tot-estados pic s9(13)v99 value zero.
       77  w-tot-regiones pic s9(13)v99 value zero.
       77  w-tot-posiciones pic s9(13)v99 value zero.
       77  w-tot-ajustes-fv pic s9(13)v99 value zero.
       77  w-cant-ajustes-fv pic 9(5) value zero.
       77  w-cant-bandas pic 9(7) value zero.
       77  w-cant-regiones pic 9(7) value zero.
       77  w-cant-pos pic 9(7) value zero.
       77  w-cant-det pic 9(7) value zero.
       77  w-control pic s9(13)v99 value zero.
       77  w-dif pic s9(13)v99.
       77  w-run-rc-final pic 9(4) value zero.

       01  lin-titulo.
           03 filler pic x(40) value
               "REGIMEN INFORMATIVO DE DEPOSITOS - ".
           03 filler pic x(9) value "PERIODO ".
           03 l-tit-periodo pic 9(6).
       01  lin-presentacion.
           03 l-pre-texto pic x(30).
           03 filler pic x(5) value "NRO ".
           03 l-pre-nro pic 99.
           03 filler pic x(20) value " ORIGINAL DEL ".
           03 l-pre-fecha-orig pic 9999/99/99.
       01  lin-subtit.
           03 l-sub-texto pic x(60).
       01  lin-encab-cuadro.
           03 filler pic x(26) value "CONCEPTO".
           03 filler pic x(10) value "  CUENTAS".
           03 filler pic x(18) value "             SALDO".
       01  lin-cuadro.
           03 l-cua-desc pic x(26).
           03 l-cua-cant pic z.zzz.zz9.
           03 filler pic x(1) value spaces.
           03 l-cua-saldo pic -(13)9,99.
       01  lin-encab-region.
           03 filler pic x(7) value "REGION".
           03 filler pic x(10) value "  CUENTAS".
           03 filler pic x(18) value "             SALDO".
           03 filler pic x(7) value "  ALTAS".
           03 filler pic x(7) value "  BAJAS".
           03 filler pic x(18) value "         DEPOSITOS".
           03 filler pic x(18) value "           RETIROS".
           03 filler pic x(18) value "         INTERESES".
       01  lin-region.
           03 filler pic x(2) value spaces.
           03 l-reg-region pic 99.
           03 filler pic x(3) value spaces.
           03 l-reg-cant pic z.zzz.zz9.
           03 filler pic x(1) value spaces.
           03 l-reg-saldo pic -(13)9,99.
           03 filler pic x(1) value spaces.
           03 l-reg-altas pic zz.zz9.
           03 filler pic x(1) value spaces.
           03 l-reg-bajas pic zz.zz9.
           03 filler pic x(1) value spaces.
           03 l-reg-dep pic -(13)9,99.
           03 filler pic x(1) value spaces.
           03 l-reg-ret pic -(13)9,99.
           03 filler pic x(1) value spaces.
           03 l-reg-int pic -(13)9,99.
       01  lin-encab-control.
           03 filler pic x(7) value "FILIAL".
           03 filler pic x(11) value "POSICION".
           03 filler pic x(8) value " CTAS".
           03 filler pic x(8) value " CT.POS".
           03 filler pic x(15) value "     INFORMADO".
           03 filler pic x(15) value "      POSICION".
           03 filler pic x(15) value "   ESTADISTICA".
           03 filler pic x(30) value " OBSERVACION".
       01  lin-control.
           03 l-ctl-filial pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-ctl-pos-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-ctl-cant pic zzz.zz9.
           03 filler pic x(1) value spaces.
           03 l-ctl-pos-cant pic zzz.zz9.
           03 filler pic x(1) value spaces.
           03 l-ctl-saldo pic -(10)9,99.
           03 filler pic x(1) value spaces.
           03 l-ctl-pos-saldo pic -(10)9,99.
           03 filler pic x(1) value spaces.
           03 l-ctl-est-saldo pic -(10)9,99.
           03 filler pic x(1) value spaces.
           03 l-ctl-obs pic x(30).
       01  lin-ctl-total.
           03 l-ctt-desc pic x(36).
           03 l-ctt-importe pic -(13)9,99.
       01  lin-ctl-ajuste.
           03 filler pic x(7) value spaces.
           03 filler pic x(20) value "AJUSTE FECHA VALOR: ".
           03 l-caj-cant pic zz9.
           03 filler pic x(22) value " CORRECCION(ES) POR   ".
           03 l-caj-importe pic -(10)9,99.
           03 filler pic x(24) value " POSTERIORES A LA POSIC.".
       01  lin-ctl-cant.
           03 l-ctc-desc pic x(36).
           03 l-ctc-cant pic z.zzz.zz9.
       01  lin-conforme.
           03 filler pic x(50) value
               "CONTROL CONFORME - SE PRESENTA".
       01  lin-no-conforme.
           03 filler pic x(60) value
               "*** CONTROL NO CONFORME - NO SE PRESENTA - REVISAR ***".
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "INFORME-DEPOSIT".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-FILIALES.
            PERFORM 250-LEER-POSICIONES.
            PERFORM 270-LEER-ESTADISTICA.
            PERFORM 287-LEER-TRASLADOS.
            PERFORM 290-LEER-FECHA-VALOR.
            PERFORM 300-PROCESAR-SOCIOS.
            PERFORM 400-ARMAR-REGIONES.
            PERFORM 450-LISTAR-CUADROS.
            PERFORM 500-HOJA-CONTROL.
            PERFORM 600-GRABAR-PRESENTACION.
            PERFORM 700-REGISTRAR-PRESENTACION.
            PERFORM 800-FIN.
            MOVE w-run-rc-final TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           ACCEPT w-usuario FROM ENVIRONMENT "USER".
           MOVE "INICIO" TO w-run-evento.
           MOVE ZERO TO w-run-leidos.
           MOVE ZERO TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           PERFORM 110-PIDO-PERIODO.
           OPEN I-O REGPRESEN.
           IF w-fs-regpresen = "35"
              OPEN OUTPUT REGPRESEN
              CLOSE REGPRESEN
              OPEN I-O REGPRESEN
           END-IF.
           IF w-fs-regpresen NOT = "00"
              AND w-fs-regpresen NOT = "05"
              MOVE "REGPRESEN" TO w-err-archivo
              MOVE w-fs-regpresen TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           PERFORM 120-CONTROLAR-PRESENTADO.
           MOVE SPACES TO w-path-regdep.
           STRING w-prefijo-regdep DELIMITED BY SPACE
                  w-periodo DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  w-nro DELIMITED BY SIZE
                  INTO w-path-regdep
           END-STRING.
           INITIALIZE w-tab-filiales.
           INITIALIZE w-tab-bandas.
           INITIALIZE w-tab-estados.
           INITIALIZE w-tab-regiones.
           MOVE w-periodo TO l-tit-periodo.
           DISPLAY lin-titulo.
           IF w-hay-presentacion = 1
              MOVE "PRESENTACION RECTIFICATIVA" TO l-pre-texto
              MOVE w-fecha-orig TO l-pre-fecha-orig
           ELSE
              MOVE "PRESENTACION ORIGINAL" TO l-pre-texto
              MOVE w-fecha-proc TO l-pre-fecha-orig
           END-IF.
           MOVE w-nro TO l-pre-nro.
           DISPLAY lin-presentacion.
           IF w-hay-presentacion = 1
              DISPLAY "MOTIVO: " w-motivo
           END-IF.

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
           ACCEPT w-path-filiales FROM ENVIRONMENT "FILIALES_DAT".
           IF w-path-filiales = SPACES
              MOVE '..\filiales.dat' TO w-path-filiales
           END-IF.
           ACCEPT w-path-posiciones FROM ENVIRONMENT "POSICIONES_DAT".
           IF w-path-posiciones = SPACES
              MOVE '..\posiciones.dat' TO w-path-posiciones
           END-IF.
           ACCEPT w-path-estadistica FROM ENVIRONMENT "ESTADFIL_DAT".
           IF w-path-estadistica = SPACES
              MOVE '..\estadfil.dat' TO w-path-estadistica
           END-IF.
           ACCEPT w-path-regpresen FROM ENVIRONMENT "REGPRESEN_DAT".
           IF w-path-regpresen = SPACES
              MOVE '..\regpresen.dat' TO w-path-regpresen
           END-IF.
           ACCEPT w-path-auditoria FROM ENVIRONMENT "AUDITORIA_LOG".
           IF w-path-auditoria = SPACES
              MOVE '..\auditoria.log' TO w-path-auditoria
           END-IF.
           ACCEPT w-path-fvalor FROM ENVIRONMENT "FVALOR_DAT".
           IF w-path-fvalor = SPACES
              MOVE '..\fvalor.dat' TO w-path-fvalor
           END-IF.
      * cada presentacion queda en su propio archivo (regdep.AAAAMM-NN)
      * para que la rectificativa no pise lo que ya se presento.
           ACCEPT w-prefijo-regdep FROM ENVIRONMENT "REGDEP_PREFIJO".
           IF w-prefijo-regdep = SPACES
              MOVE '..\regdep.' TO w-prefijo-regdep
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.
           ACCEPT w-env-entidad FROM ENVIRONMENT "REGULADOR_ENTIDAD".
           IF w-env-entidad NOT = SPACES
              MOVE w-env-entidad TO w-entidad
           END-IF.

      * periodo por entorno para la corrida desatendida; si no esta,
      * se pregunta. El periodo en curso todavia no cerro y no se
      * presenta.
       110-PIDO-PERIODO.
           MOVE w-fecha-proc(1:6) TO w-periodo-actual.
           ACCEPT w-env-periodo FROM ENVIRONMENT "REGULADOR_PERIODO".
           IF w-env-periodo NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-env-periodo))
                  TO w-periodo
              ACCEPT w-env-rectifica FROM ENVIRONMENT
                     "REGULADOR_RECTIFICA"
              IF w-env-rectifica NOT = SPACES
                 MOVE w-env-rectifica TO w-rectifica
              END-IF
              ACCEPT w-motivo FROM ENVIRONMENT "REGULADOR_MOTIVO"
           ELSE
              DISPLAY "PERIODO A INFORMAR (AAAAMM): "
              ACCEPT w-periodo
           END-IF.
           IF w-per-mm < 1 OR w-per-mm > 12
              OR w-periodo NOT < w-periodo-actual
              DISPLAY "PERIODO " w-periodo " INVALIDO O NO CERRADO"
              MOVE 8 TO RETURN-CODE
              PERFORM 990-CORTAR
           END-IF.
           COMPUTE w-ini-periodo = w-periodo * 100 + 1.
           IF w-per-mm = 12
              COMPUTE w-sig-periodo = (w-per-aaaa + 1) * 10000 + 101
           ELSE
              COMPUTE w-sig-periodo = w-periodo * 100 + 101
           END-IF.
           COMPUTE w-fin-periodo = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-sig-periodo) - 1).

      * numero de presentacion: 00 la original, la siguiente libre
      * para una rectificativa, que hay que pedir expresamente.
       120-CONTROLAR-PRESENTADO.
           MOVE ZERO TO w-hay-presentacion.
           MOVE ZERO TO w-nro.
           MOVE ZERO TO w-eof-rpr.
           MOVE w-periodo TO rpr-periodo.
           MOVE ZERO TO rpr-nro.
           START REGPRESEN KEY IS NOT LESS THAN rpr-llave
               INVALID KEY MOVE 1 TO w-eof-rpr
           END-START.
           PERFORM UNTIL w-eof-rpr = 1
              READ REGPRESEN NEXT
                  AT END MOVE 1 TO w-eof-rpr
                  NOT AT END
                     IF rpr-periodo NOT = w-periodo
                        MOVE 1 TO w-eof-rpr
                     ELSE
                        IF w-hay-presentacion = 0
                           MOVE rpr-fecha TO w-fecha-orig
                        END-IF
                        MOVE 1 TO w-hay-presentacion
                        COMPUTE w-nro = rpr-nro + 1
                     END-IF
              END-READ
           END-PERFORM.
           IF w-hay-presentacion = 1
              DISPLAY "EL PERIODO " w-periodo " YA FUE PRESENTADO "
                      "EL " w-fecha-orig
              IF w-env-periodo = SPACES
                 DISPLAY "GENERA UNA RECTIFICATIVA (S/N): "
                 ACCEPT w-rectifica
                 IF pide-rectificativa
                    DISPLAY "MOTIVO DE LA RECTIFICACION: "
                    ACCEPT w-motivo
                 END-IF
              END-IF
              IF NOT pide-rectificativa
                 DISPLAY "NO SE GENERA - PARA RECTIFICAR PEDIR "
                         "LA RECTIFICATIVA"
                 CLOSE REGPRESEN
                 MOVE 6 TO RETURN-CODE
                 PERFORM 990-CORTAR
              END-IF
              IF w-motivo = SPACES
                 DISPLAY "LA RECTIFICATIVA REQUIERE UN MOTIVO"
                 CLOSE REGPRESEN
                 MOVE 8 TO RETURN-CODE
                 PERFORM 990-CORTAR
              END-IF
           END-IF.

      * el maestro da la region de cada filial; las que no estan en
      * el maestro quedan en la region 00.
       200-CARGAR-FILIALES.
           OPEN INPUT FILIALES.
           IF w-fs-filiales NOT = "00"
              MOVE "FILIALES" TO w-err-archivo
              MOVE w-fs-filiales TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE ZERO TO w-eof.
           MOVE ZERO TO fil-cod.
           START FILIALES KEY IS NOT LESS THAN fil-cod
               INVALID KEY MOVE 1 TO w-eof
           END-START.
           PERFORM UNTIL w-eof = 1
              READ FILIALES NEXT
                  AT END MOVE 1 TO w-eof
                  NOT AT END
                     MOVE fil-cod TO w-fil-busca
                     PERFORM 150-BUSCAR-FILIAL
                     IF w-fil-hallada = 1
                        MOVE fil-region TO w-tf-region(w-fil-ix)
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE FILIALES.

      * ubica (o da de alta) la entrada de la filial en la tabla y
      * deja el subscripto en w-fil-ix.
       150-BUSCAR-FILIAL.
           MOVE ZERO TO w-fil-hallada.
           PERFORM VARYING w-fil-ix FROM 1 BY 1
                   UNTIL w-fil-ix > w-fil-tope
                      OR w-fil-hallada = 1
              IF w-tf-filial(w-fil-ix) = w-fil-busca
                 MOVE 1 TO w-fil-hallada
              END-IF
           END-PERFORM.
           IF w-fil-hallada = 1
              SUBTRACT 1 FROM w-fil-ix
           ELSE
              IF w-fil-tope < 500
                 ADD 1 TO w-fil-tope
                 MOVE w-fil-tope TO w-fil-ix
                 MOVE w-fil-busca TO w-tf-filial(w-fil-ix)
                 MOVE 1 TO w-fil-hallada
              ELSE
                 IF w-fil-lleno = 0
                    DISPLAY "TABLA DE FILIALES COMPLETA"
                    MOVE 1 TO w-fil-lleno
                    ADD 1 TO w-cant-no-cierra
                 END-IF
              END-IF
           END-IF.

      * el archivo de posiciones crece en orden cronologico: para
      * cada filial vale la ULTIMA posicion tomada dentro del
      * periodo, la del cierre del mes.
       250-LEER-POSICIONES.
           OPEN INPUT POSICIONES.
           IF w-fs-posiciones = "00"
              MOVE ZERO TO w-eof
              PERFORM UNTIL w-eof = 1
                 READ POSICIONES
                     AT END MOVE 1 TO w-eof
                     NOT AT END PERFORM 260-TOMAR-POSICION
                 END-READ
              END-PERFORM
              CLOSE POSICIONES
           END-IF.

       260-TOMAR-POSICION.
           MOVE SPACES TO w-pos-fecha-x w-pos-filial-x
                          w-pos-cant-x w-pos-saldo-x.
           UNSTRING lin-posicion DELIMITED BY ";"
               INTO w-pos-fecha-x w-pos-filial-x
                    w-pos-cant-x w-pos-saldo-x
           END-UNSTRING.
           IF w-pos-fecha-x NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-pos-fecha-x))
                  TO w-pos-fecha
              IF w-pos-fecha NOT < w-ini-periodo
                 AND w-pos-fecha NOT > w-fin-periodo
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-pos-filial-x))
                     TO w-fil-busca
                 PERFORM 150-BUSCAR-FILIAL
                 IF w-fil-hallada = 1
                    MOVE 1 TO w-tf-tiene-pos(w-fil-ix)
                    MOVE w-pos-fecha TO w-tf-pos-fecha(w-fil-ix)
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-pos-cant-x))
                        TO w-tf-pos-cant(w-fil-ix)
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-pos-saldo-x))
                        TO w-tf-pos-saldo(w-fil-ix)
                 END-IF
              END-IF
           END-IF.

      * periodo;filial;altas;bajas;cantdep;totdep;cantret;totret;
      * totint;totcom;saldocierre, tal como lo asienta
      * ESTADISTICA-FILIAL. El saldo de cierre viene vacio en un
      * periodo cargado como relleno historico.
       270-LEER-ESTADISTICA.
           OPEN INPUT ESTADISTICA.
           IF w-fs-estadistica = "00"
              MOVE ZERO TO w-eof
              PERFORM UNTIL w-eof = 1
                 READ ESTADISTICA
                     AT END MOVE 1 TO w-eof
                     NOT AT END PERFORM 280-TOMAR-ESTADISTICA
                 END-READ
              END-PERFORM
              CLOSE ESTADISTICA
           END-IF.

       280-TOMAR-ESTADISTICA.
           IF lin-estadistica NOT = SPACES
              MOVE SPACES TO w-est-periodo-x w-est-filial-x
                             w-est-altas-x w-est-bajas-x
                             w-est-cantdep-x w-est-totdep-x
                             w-est-cantret-x w-est-totret-x
                             w-est-totint-x w-est-totcom-x
                             w-est-saldo-x
              UNSTRING lin-estadistica DELIMITED BY ";"
                  INTO w-est-periodo-x w-est-filial-x
                       w-est-altas-x w-est-bajas-x
                       w-est-cantdep-x w-est-totdep-x
                       w-est-cantret-x w-est-totret-x
                       w-est-totint-x w-est-totcom-x
                       w-est-saldo-x
              END-UNSTRING
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-est-periodo-x))
                  TO w-est-periodo
              IF w-est-periodo = w-periodo
                 PERFORM 285-GUARDAR-ESTADISTICA
              END-IF
           END-IF.

       285-GUARDAR-ESTADISTICA.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-est-filial-x))
               TO w-fil-busca.
           PERFORM 150-BUSCAR-FILIAL.
           IF w-fil-hallada = 1
              MOVE 1 TO w-tf-tiene-est(w-fil-ix)
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-est-altas-x))
                  TO w-tf-altas(w-fil-ix)
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-est-bajas-x))
                  TO w-tf-bajas(w-fil-ix)
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-est-totdep-x))
                  TO w-tf-dep(w-fil-ix)
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-est-totret-x))
                  TO w-tf-ret(w-fil-ix)
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-est-totint-x))
                  TO w-tf-int(w-fil-ix)
              IF w-est-saldo-x NOT = SPACES
                 MOVE 1 TO w-tf-tiene-est-saldo(w-fil-ix)
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-est-saldo-x))
                     TO w-tf-est-saldo(w-fil-ix)
              END-IF
           END-IF.

      * TRANSFIERE-SOCIO borra la clave vieja y pasa toda la historia
      * a la nueva, con la misma fecha de alta: el socio trasladado
      * despues del cierre hay que informarlo en la filial que tenia
      * al cierre, que es donde lo tiene la ultima posicion del
      * periodo. Las lineas son fecha;hora;usuario;TRASLADO;clave;
      * vieja;nueva, en orden de grabacion: si la clave vieja ya vino
      * de otro traslado posterior al cierre, la nueva hereda su
      * clave original. Sin auditoria no hay traslados.
       287-LEER-TRASLADOS.
           OPEN INPUT AUDITORIA.
           IF w-fs-auditoria = "00"
              MOVE ZERO TO w-eof
              PERFORM UNTIL w-eof = 1
                 READ AUDITORIA
                     AT END MOVE 1 TO w-eof
                     NOT AT END PERFORM 288-TOMAR-TRASLADO
                 END-READ
              END-PERFORM
              CLOSE AUDITORIA
           END-IF.

       288-TOMAR-TRASLADO.
           MOVE SPACES TO w-aud-fecha-x w-aud-hora-x w-aud-usuario-x
                          w-aud-operacion-x w-aud-clave-x
                          w-aud-vieja-x w-aud-nueva-x.
           UNSTRING lin-auditoria DELIMITED BY ";"
               INTO w-aud-fecha-x w-aud-hora-x w-aud-usuario-x
                    w-aud-operacion-x w-aud-clave-x
                    w-aud-vieja-x w-aud-nueva-x
           END-UNSTRING.
           IF w-aud-operacion-x = "TRASLADO"
              AND w-aud-fecha-x NOT = SPACES
              AND w-aud-vieja-x NOT = SPACES
              AND w-aud-nueva-x NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-aud-fecha-x))
                  TO w-aud-fecha
              IF w-aud-fecha > w-fin-periodo
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-aud-vieja-x))
                     TO w-aud-vieja
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-aud-nueva-x))
                     TO w-aud-nueva
                 MOVE w-aud-vieja TO w-tra-busca
                 PERFORM 289-BUSCAR-TRASLADO
                 IF w-tra-hallada = 1
                    MOVE w-tt-origen(w-tra-ix) TO w-aud-vieja
                 END-IF
                 IF w-tra-tope < 2000
                    ADD 1 TO w-tra-tope
                    MOVE w-aud-nueva TO w-tt-nueva(w-tra-tope)
                    MOVE w-aud-vieja TO w-tt-origen(w-tra-tope)
                 ELSE
                    IF w-tra-lleno = 0
                       DISPLAY "TABLA DE TRASLADOS COMPLETA"
                       MOVE 1 TO w-tra-lleno
                       ADD 1 TO w-cant-no-cierra
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * deja el subscripto en w-tra-ix; una clave dejada por un
      * traslado no se vuelve a usar, asi que aparece una sola vez.
       289-BUSCAR-TRASLADO.
           MOVE ZERO TO w-tra-hallada.
           PERFORM VARYING w-tra-ix FROM 1 BY 1
                   UNTIL w-tra-ix > w-tra-tope
                      OR w-tra-hallada = 1
              IF w-tt-nueva(w-tra-ix) = w-tra-busca
                 MOVE 1 TO w-tra-hallada
              END-IF
           END-PERFORM.
           IF w-tra-hallada = 1
              SUBTRACT 1 FROM w-tra-ix
           END-IF.

      * saldo de cada socio al cierre del periodo: el de socios.dat
      * menos lo posteado despues. En la misma lectura de su historia
      * se hace el control de VERIFICA-SALDOS (saldo contra el ultimo
      * saldo resultante). El estado es el de hoy, salvo la cuenta
      * cerrada despues del cierre del periodo, que al cierre estaba
      * abierta; una suspension no deja movimiento y no se puede
      * reconstruir.
      * fechaproc;filial;cod;fechavalor;hora;tipo;importe;... tal
      * como lo graba CORRIGE-FECHA-VALOR. Una correccion con fecha
      * valor hasta la posicion de cierre de la filial pero grabada
      * despues de tomada no esta en esa foto y si en el saldo de
      * cierre que se rearma de la historia: se junta por filial
      * para explicar la diferencia en la hoja de control. Sin
      * archivo no hay correcciones.
       290-LEER-FECHA-VALOR.
           OPEN INPUT FVALOR.
           IF w-fs-fvalor = "00"
              MOVE ZERO TO w-eof
              PERFORM UNTIL w-eof = 1
                 READ FVALOR
                     AT END MOVE 1 TO w-eof
                     NOT AT END PERFORM 295-TOMAR-FECHA-VALOR
                 END-READ
              END-PERFORM
              CLOSE FVALOR
           END-IF.

       295-TOMAR-FECHA-VALOR.
           MOVE SPACES TO w-fv-proc-x w-fv-filial-x w-fv-cod-x
                          w-fv-fecha-x w-fv-hora-x w-fv-tipo-x
                          w-fv-importe-x.
           UNSTRING lin-fvalor DELIMITED BY ";"
               INTO w-fv-proc-x w-fv-filial-x w-fv-cod-x
                    w-fv-fecha-x w-fv-hora-x w-fv-tipo-x
                    w-fv-importe-x
           END-UNSTRING.
           IF w-fv-fecha-x NOT = SPACES
              AND w-fv-importe-x NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-fv-proc-x))
                  TO w-fv-proc
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-fv-fecha-x))
                  TO w-fv-fecha
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-fv-filial-x))
                  TO w-cie-filial
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-fv-cod-x))
                  TO w-cie-cod
              MOVE w-llave-cierre TO w-tra-busca
              PERFORM 289-BUSCAR-TRASLADO
              IF w-tra-hallada = 1
                 MOVE w-tt-origen(w-tra-ix) TO w-llave-cierre
              END-IF
              MOVE w-cie-filial TO w-fil-busca
              PERFORM 150-BUSCAR-FILIAL
              IF w-fil-hallada = 1
                 IF w-tf-tiene-pos(w-fil-ix) = 1
                    AND w-fv-fecha NOT > w-tf-pos-fecha(w-fil-ix)
                    AND w-fv-proc > w-tf-pos-fecha(w-fil-ix)
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-fv-importe-x))
                        TO w-fv-importe
                    ADD 1 TO w-tf-cant-fv(w-fil-ix)
                    ADD w-fv-importe TO w-tf-ajuste-fv(w-fil-ix)
                 END-IF
              END-IF
           END-IF.

       300-PROCESAR-SOCIOS.
           OPEN INPUT SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT MOVIMIENTOS.
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
           MOVE ZERO TO w-eof.
           PERFORM UNTIL w-eof = 1
              READ SOCIOS NEXT
                  AT END MOVE 1 TO w-eof
                  NOT AT END
                     ADD 1 TO w-run-leidos
                     IF soc-fecha-alta NOT > w-fin-periodo
                        PERFORM 310-PROCESAR-SOCIO
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           IF w-mov-existe = 1
              CLOSE MOVIMIENTOS
           END-IF.

       310-PROCESAR-SOCIO.
           ADD 1 TO w-cant-socios.
           PERFORM 320-RECORRER-HISTORIA.
           IF soc-saldo NOT = w-saldo-movs
              ADD 1 TO w-cant-dif-verif
              DISPLAY "NO FOOTEA CONTRA MOVIMIENTOS: " soc-filial
                      "-" soc-cod
           END-IF.
           COMPUTE w-saldo-cierre = soc-saldo - w-post-periodo.
           MOVE soc-estado TO w-estado-cierre.
           IF soc-cerrado AND w-cerro-despues = 1
              MOVE "A" TO w-estado-cierre
           END-IF.
           MOVE 1 TO w-abierta.
           IF w-estado-cierre = "C"
              MOVE ZERO TO w-abierta
           END-IF.
           EVALUATE w-estado-cierre
              WHEN "A" MOVE 1 TO w-est-ix
              WHEN "S" MOVE 2 TO w-est-ix
              WHEN OTHER MOVE 3 TO w-est-ix
           END-EVALUATE.
           ADD 1 TO w-te-cant(w-est-ix).
           ADD w-saldo-cierre TO w-te-saldo(w-est-ix).
           IF w-abierta = 1
              EVALUATE TRUE
                 WHEN w-saldo-cierre < ZERO
                    MOVE 1 TO w-ban-ix
                 WHEN w-saldo-cierre = ZERO
                    MOVE 2 TO w-ban-ix
                 WHEN w-saldo-cierre < w-umbral
                    MOVE 3 TO w-ban-ix
                 WHEN OTHER
                    MOVE 4 TO w-ban-ix
              END-EVALUATE
              ADD 1 TO w-ban-cant(w-ban-ix)
              ADD w-saldo-cierre TO w-ban-saldo(w-ban-ix)
           END-IF.
           MOVE soc-llave TO w-llave-cierre.
           MOVE w-llave-cierre TO w-tra-busca.
           PERFORM 289-BUSCAR-TRASLADO.
           IF w-tra-hallada = 1
              MOVE w-tt-origen(w-tra-ix) TO w-llave-cierre
              ADD 1 TO w-cant-trasladados
           END-IF.
           MOVE w-cie-filial TO w-fil-busca.
           PERFORM 150-BUSCAR-FILIAL.
           IF w-fil-hallada = 1
              IF w-abierta = 1
                 ADD 1 TO w-tf-cant(w-fil-ix)
              END-IF
              ADD w-saldo-cierre TO w-tf-saldo(w-fil-ix)
           END-IF.

       320-RECORRER-HISTORIA.
           MOVE ZERO TO w-saldo-movs.
           MOVE ZERO TO w-post-periodo.
           MOVE ZERO TO w-cerro-despues.
           MOVE ZERO TO w-fin-movs.
           IF w-mov-existe = 0
              MOVE 1 TO w-fin-movs
           ELSE
              MOVE soc-filial TO mov-filial
              MOVE soc-cod TO mov-cod
              MOVE ZERO TO mov-fecha
              MOVE ZERO TO mov-hora
              START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
                  INVALID KEY MOVE 1 TO w-fin-movs
              END-START
           END-IF.
           PERFORM UNTIL w-fin-movs = 1
              READ MOVIMIENTOS NEXT
                  AT END MOVE 1 TO w-fin-movs
              END-READ
              IF w-fin-movs NOT = 1
                 IF mov-soc-llave = soc-llave
                    MOVE mov-saldo-result TO w-saldo-movs
                    IF mov-fecha > w-fin-periodo
                       ADD mov-importe TO w-post-periodo
                       IF mov-cierre
                          MOVE 1 TO w-cerro-despues
                       END-IF
                    END-IF
                 ELSE
                    MOVE 1 TO w-fin-movs
                 END-IF
              END-IF
           END-PERFORM.

      * las filiales se vuelcan a su region; los movimientos del mes
      * salen de la estadistica asentada del periodo (los retiros
      * vienen negativos y se informan en valor absoluto).
       400-ARMAR-REGIONES.
           PERFORM VARYING w-fil-ix FROM 1 BY 1
                   UNTIL w-fil-ix > w-fil-tope
              COMPUTE w-reg-ix = w-tf-region(w-fil-ix) + 1
              ADD 1 TO w-tr-filiales(w-reg-ix)
              ADD w-tf-cant(w-fil-ix) TO w-tr-cant(w-reg-ix)
              ADD w-tf-saldo(w-fil-ix) TO w-tr-saldo(w-reg-ix)
              ADD w-tf-altas(w-fil-ix) TO w-tr-altas(w-reg-ix)
              ADD w-tf-bajas(w-fil-ix) TO w-tr-bajas(w-reg-ix)
              ADD w-tf-dep(w-fil-ix) TO w-tr-dep(w-reg-ix)
              SUBTRACT w-tf-ret(w-fil-ix) FROM w-tr-ret(w-reg-ix)
              ADD w-tf-int(w-fil-ix) TO w-tr-int(w-reg-ix)
           END-PERFORM.

       450-LISTAR-CUADROS.
           DISPLAY lin-guarda2.
           MOVE "CUADRO BA - DEPOSITOS POR BANDA DE SALDO"
               TO l-sub-texto.
           DISPLAY lin-subtit.
           DISPLAY lin-encab-cuadro.
           PERFORM VARYING w-ban-ix FROM 1 BY 1 UNTIL w-ban-ix > 4
              EVALUATE w-ban-ix
                 WHEN 1 MOVE "NEGATIVO (DEUDOR)" TO l-cua-desc
                 WHEN 2 MOVE "CERO" TO l-cua-desc
                 WHEN 3 MOVE "POSITIVO BAJO UMBRAL" TO l-cua-desc
                 WHEN 4 MOVE "POSITIVO SOBRE UMBRAL" TO l-cua-desc
              END-EVALUATE
              MOVE w-ban-cant(w-ban-ix) TO l-cua-cant
              MOVE w-ban-saldo(w-ban-ix) TO l-cua-saldo
              DISPLAY lin-cuadro
              ADD w-ban-cant(w-ban-ix) TO w-cant-bandas
              ADD w-ban-saldo(w-ban-ix) TO w-tot-bandas
           END-PERFORM.
           MOVE "CUADRO ES - CUENTAS POR ESTADO" TO l-sub-texto.
           DISPLAY lin-subtit.
           DISPLAY lin-encab-cuadro.
           PERFORM VARYING w-est-ix FROM 1 BY 1 UNTIL w-est-ix > 3
              EVALUATE w-est-ix
                 WHEN 1 MOVE "ACTIVAS" TO l-cua-desc
                 WHEN 2 MOVE "SUSPENDIDAS" TO l-cua-desc
                 WHEN 3 MOVE "CERRADAS" TO l-cua-desc
              END-EVALUATE
              MOVE w-te-cant(w-est-ix) TO l-cua-cant
              MOVE w-te-saldo(w-est-ix) TO l-cua-saldo
              DISPLAY lin-cuadro
              ADD w-te-saldo(w-est-ix) TO w-tot-estados
           END-PERFORM.
           MOVE "CUADRO RG - TOTALES POR REGION" TO l-sub-texto.
           DISPLAY lin-subtit.
           DISPLAY lin-encab-region.
           PERFORM VARYING w-reg-ix FROM 1 BY 1 UNTIL w-reg-ix > 100
              IF w-tr-filiales(w-reg-ix) > ZERO
                 COMPUTE w-region-ed = w-reg-ix - 1
                 MOVE w-region-ed TO l-reg-region
                 MOVE w-tr-cant(w-reg-ix) TO l-reg-cant
                 MOVE w-tr-saldo(w-reg-ix) TO l-reg-saldo
                 MOVE w-tr-altas(w-reg-ix) TO l-reg-altas
                 MOVE w-tr-bajas(w-reg-ix) TO l-reg-bajas
                 MOVE w-tr-dep(w-reg-ix) TO l-reg-dep
                 MOVE w-tr-ret(w-reg-ix) TO l-reg-ret
                 MOVE w-tr-int(w-reg-ix) TO l-reg-int
                 DISPLAY lin-region
                 ADD w-tr-cant(w-reg-ix) TO w-cant-regiones
                 ADD w-tr-saldo(w-reg-ix) TO w-tot-regiones
              END-IF
           END-PERFORM.

      * hoja de control: cada filial contra su posicion de cierre del
      * periodo (POSICION-FILIAL) y contra el saldo de cierre que
      * asento ESTADISTICA-FILIAL; despues los totales de los tres
      * cuadros entre si y el control de VERIFICA-SALDOS. Cualquier
      * diferencia deja la presentacion sin hacer.
       500-HOJA-CONTROL.
           DISPLAY lin-guarda2.
           MOVE "HOJA DE CONTROL" TO l-sub-texto.
           DISPLAY lin-subtit.
           DISPLAY lin-encab-control.
           PERFORM 510-CONTROLAR-FILIAL
               VARYING w-fil-ix FROM 1 BY 1
               UNTIL w-fil-ix > w-fil-tope.
           DISPLAY lin-guarda2.
           MOVE "TOTAL CUADRO BA (BANDAS)" TO l-ctt-desc.
           MOVE w-tot-bandas TO l-ctt-importe.
           DISPLAY lin-ctl-total.
           MOVE "TOTAL CUADRO ES (ESTADOS)" TO l-ctt-desc.
           MOVE w-tot-estados TO l-ctt-importe.
           DISPLAY lin-ctl-total.
           MOVE "TOTAL CUADRO RG (REGIONES)" TO l-ctt-desc.
           MOVE w-tot-regiones TO l-ctt-importe.
           DISPLAY lin-ctl-total.
           MOVE "TOTAL POSICIONES (POSICION-FILIAL)" TO l-ctt-desc.
           MOVE w-tot-posiciones TO l-ctt-importe.
           DISPLAY lin-ctl-total.
           IF w-cant-ajustes-fv > ZERO
              MOVE "AJUSTES FECHA VALOR POST. POSICION" TO l-ctt-desc
              MOVE w-tot-ajustes-fv TO l-ctt-importe
              DISPLAY lin-ctl-total
           END-IF.
           MOVE "CUENTAS ABIERTAS INFORMADAS" TO l-ctc-desc.
           MOVE w-cant-bandas TO l-ctc-cant.
           DISPLAY lin-ctl-cant.
           MOVE "CUENTAS EN POSICIONES" TO l-ctc-desc.
           MOVE w-cant-pos TO l-ctc-cant.
           DISPLAY lin-ctl-cant.
           MOVE "SOCIOS VERIFICADOS (VERIFICA-SALDOS)" TO l-ctc-desc.
           MOVE w-cant-socios TO l-ctc-cant.
           DISPLAY lin-ctl-cant.
           MOVE "SOCIOS CON DIFERENCIA" TO l-ctc-desc.
           MOVE w-cant-dif-verif TO l-ctc-cant.
           DISPLAY lin-ctl-cant.
           IF w-cant-trasladados > ZERO
              MOVE "TRASLADADOS DESPUES DEL CIERRE" TO l-ctc-desc
              MOVE w-cant-trasladados TO l-ctc-cant
              DISPLAY lin-ctl-cant
           END-IF.
           IF w-tot-bandas NOT = w-tot-estados
              OR w-tot-bandas NOT = w-tot-regiones
              OR w-tot-bandas NOT = w-tot-posiciones + w-tot-ajustes-fv
              OR w-cant-bandas NOT = w-cant-regiones
              OR w-cant-bandas NOT = w-cant-pos
              ADD 1 TO w-cant-no-cierra
           END-IF.
           IF w-cant-dif-verif > ZERO
              ADD 1 TO w-cant-no-cierra
           END-IF.
           DISPLAY lin-guarda2.
           IF w-cant-no-cierra > ZERO
              DISPLAY lin-no-conforme
              MOVE 8 TO RETURN-CODE
              CLOSE REGPRESEN
              PERFORM 990-CORTAR
           END-IF.
           DISPLAY lin-conforme.

       510-CONTROLAR-FILIAL.
           MOVE w-tf-filial(w-fil-ix) TO l-ctl-filial.
           MOVE w-tf-pos-fecha(w-fil-ix) TO l-ctl-pos-fecha.
           MOVE w-tf-cant(w-fil-ix) TO l-ctl-cant.
           MOVE w-tf-pos-cant(w-fil-ix) TO l-ctl-pos-cant.
           MOVE w-tf-saldo(w-fil-ix) TO l-ctl-saldo.
           MOVE w-tf-pos-saldo(w-fil-ix) TO l-ctl-pos-saldo.
           MOVE w-tf-est-saldo(w-fil-ix) TO l-ctl-est-saldo.
           ADD w-tf-pos-saldo(w-fil-ix) TO w-tot-posiciones.
           ADD w-tf-pos-cant(w-fil-ix) TO w-cant-pos.
           ADD w-tf-ajuste-fv(w-fil-ix) TO w-tot-ajustes-fv.
           ADD w-tf-cant-fv(w-fil-ix) TO w-cant-ajustes-fv.
           MOVE SPACES TO l-ctl-obs.
           EVALUATE TRUE
              WHEN w-tf-tiene-pos(w-fil-ix) = 0
                   AND w-tf-tiene-est(w-fil-ix) = 0
                   AND w-tf-cant(w-fil-ix) = ZERO
                   AND w-tf-saldo(w-fil-ix) = ZERO
                 MOVE "SIN ACTIVIDAD" TO l-ctl-obs
              WHEN w-tf-tiene-pos(w-fil-ix) = 0
                 MOVE "SIN POSICION EN EL PERIODO" TO l-ctl-obs
              WHEN w-tf-saldo(w-fil-ix) NOT =
                   w-tf-pos-saldo(w-fil-ix) + w-tf-ajuste-fv(w-fil-ix)
                   OR w-tf-cant(w-fil-ix) NOT = w-tf-pos-cant(w-fil-ix)
                 MOVE "NO CIERRA CON LA POSICION" TO l-ctl-obs
              WHEN w-tf-tiene-est(w-fil-ix) = 0
                 MOVE "SIN ESTADISTICA DEL PERIODO" TO l-ctl-obs
      * el saldo de la estadistica tambien es una foto: si se asento
      * antes de la correccion la explica el mismo ajuste.
              WHEN w-tf-tiene-est-saldo(w-fil-ix) = 1
                   AND w-tf-est-saldo(w-fil-ix)
                       NOT = w-tf-saldo(w-fil-ix)
                   AND w-tf-est-saldo(w-fil-ix)
                       + w-tf-ajuste-fv(w-fil-ix)
                       NOT = w-tf-saldo(w-fil-ix)
                 MOVE "NO CIERRA CON LA ESTADISTICA" TO l-ctl-obs
              WHEN w-tf-cant-fv(w-fil-ix) > ZERO
                 MOVE "AJUSTE FECHA VALOR" TO l-ctl-obs
           END-EVALUATE.
           IF l-ctl-obs NOT = SPACES
              AND l-ctl-obs NOT = "SIN ACTIVIDAD"
              AND l-ctl-obs NOT = "AJUSTE FECHA VALOR"
              ADD 1 TO w-cant-no-cierra
           END-IF.
           IF l-ctl-obs NOT = "SIN ACTIVIDAD"
              DISPLAY lin-control
           END-IF.
           IF w-tf-cant-fv(w-fil-ix) > ZERO
              MOVE w-tf-cant-fv(w-fil-ix) TO l-caj-cant
              MOVE w-tf-ajuste-fv(w-fil-ix) TO l-caj-importe
              DISPLAY lin-ctl-ajuste
           END-IF.

      * cabecera, un detalle por banda, por estado y por region con
      * actividad, y la cola con la suma de control (el total del
      * cuadro de bandas).
       600-GRABAR-PRESENTACION.
           OPEN OUTPUT REGDEP.
           IF w-fs-regdep NOT = "00"
              MOVE "REGDEP" TO w-err-archivo
              MOVE w-fs-regdep TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ACCEPT w-fecha-gen FROM DATE YYYYMMDD.
           ACCEPT w-hora-gen FROM TIME.
           MOVE SPACES TO rd-cab.
           MOVE "H" TO rd-cab-tipo.
           MOVE w-entidad TO rd-cab-entidad.
           MOVE w-periodo TO rd-cab-periodo.
           IF w-hay-presentacion = 1
              MOVE "R" TO rd-cab-presentacion
              MOVE w-fecha-orig TO rd-cab-fecha-orig
           ELSE
              MOVE "O" TO rd-cab-presentacion
              MOVE ZERO TO rd-cab-fecha-orig
           END-IF.
           MOVE w-nro TO rd-cab-nro.
           MOVE w-fecha-gen TO rd-cab-fecha.
           MOVE w-hora-gen TO rd-cab-hora.
           WRITE rd-cab.
           PERFORM VARYING w-ban-ix FROM 1 BY 1 UNTIL w-ban-ix > 4
              PERFORM 610-INICIAR-DETALLE
              MOVE "BA" TO rd-det-cuadro
              MOVE w-ban-ix TO w-region-ed
              MOVE w-region-ed TO rd-det-codigo
              MOVE w-ban-cant(w-ban-ix) TO rd-det-cantidad
              IF w-ban-saldo(w-ban-ix) < ZERO
                 MOVE "-" TO rd-det-saldo-signo
              END-IF
              MOVE w-ban-saldo(w-ban-ix) TO rd-det-saldo
              ADD w-ban-saldo(w-ban-ix) TO w-control
              PERFORM 620-GRABAR-DETALLE
           END-PERFORM.
           PERFORM VARYING w-est-ix FROM 1 BY 1 UNTIL w-est-ix > 3
              PERFORM 610-INICIAR-DETALLE
              MOVE "ES" TO rd-det-cuadro
              MOVE w-cod-estados(w-est-ix:1) TO rd-det-codigo
              MOVE w-te-cant(w-est-ix) TO rd-det-cantidad
              IF w-te-saldo(w-est-ix) < ZERO
                 MOVE "-" TO rd-det-saldo-signo
              END-IF
              MOVE w-te-saldo(w-est-ix) TO rd-det-saldo
              PERFORM 620-GRABAR-DETALLE
           END-PERFORM.
           PERFORM VARYING w-reg-ix FROM 1 BY 1 UNTIL w-reg-ix > 100
              IF w-tr-filiales(w-reg-ix) > ZERO
                 PERFORM 610-INICIAR-DETALLE
                 MOVE "RG" TO rd-det-cuadro
                 COMPUTE w-region-ed = w-reg-ix - 1
                 MOVE w-region-ed TO rd-det-codigo
                 MOVE w-tr-cant(w-reg-ix) TO rd-det-cantidad
                 IF w-tr-saldo(w-reg-ix) < ZERO
                    MOVE "-" TO rd-det-saldo-signo
                 END-IF
                 MOVE w-tr-saldo(w-reg-ix) TO rd-det-saldo
                 MOVE w-tr-altas(w-reg-ix) TO rd-det-altas
                 MOVE w-tr-bajas(w-reg-ix) TO rd-det-bajas
                 MOVE w-tr-dep(w-reg-ix) TO rd-det-depositos
                 MOVE w-tr-ret(w-reg-ix) TO rd-det-retiros
                 MOVE w-tr-int(w-reg-ix) TO rd-det-intereses
                 PERFORM 620-GRABAR-DETALLE
              END-IF
           END-PERFORM.
           MOVE SPACES TO rd-tra.
           MOVE "T" TO rd-tra-tipo.
           MOVE w-periodo TO rd-tra-periodo.
           MOVE w-cant-det TO rd-tra-cant-det.
           IF w-control < ZERO
              MOVE "-" TO rd-tra-signo
           END-IF.
           MOVE w-control TO rd-tra-control.
           WRITE rd-tra.
           CLOSE REGDEP.
           DISPLAY "PRESENTACION GRABADA EN " w-path-regdep.

       610-INICIAR-DETALLE.
           MOVE SPACES TO rd-det.
           MOVE "D" TO rd-det-tipo.
           MOVE ZERO TO rd-det-cantidad rd-det-saldo rd-det-altas
                        rd-det-bajas rd-det-depositos rd-det-retiros
                        rd-det-intereses.

       620-GRABAR-DETALLE.
           WRITE rd-det.
           ADD 1 TO w-cant-det.

       700-REGISTRAR-PRESENTACION.
           MOVE w-periodo TO rpr-periodo.
           MOVE w-nro TO rpr-nro.
           IF w-hay-presentacion = 1
              MOVE "R" TO rpr-tipo
           ELSE
              MOVE "O" TO rpr-tipo
           END-IF.
           MOVE w-fecha-proc TO rpr-fecha-proc.
           MOVE w-fecha-gen TO rpr-fecha.
           MOVE w-hora-gen TO rpr-hora.
           MOVE w-usuario TO rpr-usuario.
           MOVE w-cant-det TO rpr-cant-det.
           MOVE w-control TO rpr-control.
           MOVE w-motivo TO rpr-motivo.
           MOVE w-path-regdep TO rpr-archivo.
           WRITE rpr-reg
               INVALID KEY
                  DISPLAY "ERROR AL REGISTRAR LA PRESENTACION"
                  MOVE 4 TO w-run-rc-final
           END-WRITE.
           ADD 1 TO w-run-grabados.

       800-FIN.
           CLOSE REGPRESEN.
           MOVE "FIN" TO w-run-evento.
           MOVE w-run-rc-final TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

      * corte controlado: se deja la linea FIN en la bitacora con el
      * codigo que ya esta en RETURN-CODE.
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
       END PROGRAM INFORME-DEPOSITOS.
