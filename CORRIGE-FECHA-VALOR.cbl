      ******************************************************************
      * Author:
      * Date:
      * Purpose: supervised back-valued correction for one socio. A
      *          deposito (D) or retiro (R) that a branch failed to
      *          post on the day it happened is entered with its
      *          value date, before the processing date. The movement
      *          is posted at the start of that day (usuario
      *          FECHA-VALOR) and mov-saldo-result is recomputed for
      *          every later row of the socio, so EXTRACTO-SOCIO shows
      *          an unbroken balance chain. For every CIERRE-MENSUAL
      *          cut-off (rows of BATCH-CIERRE) from the value date
      *          on, the interest or fee is recomputed on the
      *          corrected balance with the rates in force on that
      *          cut-off, and the difference is posted on the
      *          processing date as an I or M adjustment carrying the
      *          cut-off date in mov-contraparte. The teller signs on
      *          against operadores.dat; the proof (every affected
      *          row and every cut-off, before and after) is shown
      *          and the correction needs the signature of a
      *          supervisor other than the teller before anything is
      *          written. Corrections and rejections go to
      *          auditoria.log. A value date in a period already
      *          unloaded by ARCHIVA-MOVIMIENTOS (a movarch.AAAAMM
      *          with a later cutoff exists) is refused, as is a
      *          balance chain that does not foot with soc-saldo (run
      *          VERIFICA-SALDOS first). Each correction is also kept
      *          in fvalor.dat so ASIENTO-DIARIO books it on the day it
      *          was posted and not on its value date. The socio's
      *          line in resumov.dat is rebuilt from the detail once the
      *          correction is written. Takes the batch/ABM token
      *          like the ABMs, so it never runs beside the nightly
      *          batch or another session.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE-FECHA-VALOR.
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

           SELECT MOVIMIENTOS
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

           SELECT OPTIONAL PARAMETROS
           ASSIGN TO DYNAMIC w-path-parametros
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-parametros.

           SELECT OPTIONAL PARAM-MAESTRO
           ASSIGN TO DYNAMIC w-path-maestro
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS par-llave
           FILE STATUS IS w-fs-maestro.

           SELECT OPTIONAL FVALOR
           ASSIGN TO DYNAMIC w-path-fvalor
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fvalor.

           SELECT OPTIONAL AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-auditoria.

           SELECT OPTIONAL OPERADORES
           ASSIGN TO DYNAMIC w-path-operadores
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ope-usuario
           FILE STATUS IS w-fs-operadores.

           SELECT OPTIONAL TOKEN
           ASSIGN TO DYNAMIC w-path-token
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-token.

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
               88 mov-interes value "I".
               88 mov-comision value "M".
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

       FD  PARAMETROS.
       01  lin-parametro pic x(40).

       FD  PARAM-MAESTRO.
       01  par-reg.
           03 par-llave.
               05 par-nombre pic x(20).
               05 par-vigencia pic 9(8).
           03 par-valor pic s9(9)v9999.

       FD  FVALOR.
       01  lin-fvalor pic x(100).

       FD  AUDITORIA.
       01  lin-auditoria pic x(150).

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

       FD  TOKEN.
       01  lin-token pic x(60).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).
      *********sesion de operador y perfiles **************************
       77  w-path-operadores pic x(100).
       77  w-fs-operadores pic xx.
       77  w-perfil pic x(1) value "O".
           88 perfil-operador value "O".
           88 perfil-supervisor value "S".
       77  w-signon-usuario pic x(12).
       77  w-signon-password pic x(12).
       77  w-signon-ok pic 9 value zero.
       77  w-signon-motivo pic x(20).
       77  w-autorizado pic 9 value zero.
       77  w-autor-usuario pic x(12).
       77  w-autor-password pic x(12).

       77  w-usuario pic x(12).
       01  w-fecha-aaaammdd pic 9(8).
       01  w-hora-hhmmss pic 9(8).

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

       77  w-aud-clave pic x(20).
       77  w-aud-operacion pic x(12).
       77  w-aud-valor-ant pic x(40).
       77  w-aud-valor-nuevo pic x(40).

       77  w-path-socios pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-movarch pic x(100).
       77  w-prefijo-movarch pic x(80).
       77  w-path-parametros pic x(100).
       77  w-path-maestro pic x(100).
       77  w-path-fvalor pic x(100).
       77  w-path-auditoria pic x(100).
       77  w-fs-socios pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-fs-movarch pic xx.
       77  w-fs-parametros pic xx.
       77  w-fs-maestro pic xx.
       77  w-fs-fvalor pic xx.
       77  w-fs-auditoria pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********datos de la correccion *********************************
       77  w-sigue pic 9 value 1.
       77  w-resp pic x(1).
       77  w-motivo-rech pic x(40) value spaces.
       77  w-filial pic 9999.
       77  w-cod pic 9999.
       01  w-fecha-valor pic 9(8) value zero.
       01  w-fecha-valor-r REDEFINES w-fecha-valor.
           03 w-fv-aaaa pic 9(4).
           03 w-fv-mm pic 99.
           03 w-fv-dd pic 99.
       77  w-tipo pic x(1).
           88 tipo-valido value "D" "R".
       77  w-importe-pedido pic 9(7)v99 value zero.
       77  w-importe pic s9(7)v99 value zero.
       77  w-hora-valor pic 9(8).
       77  w-usuario-fvalor pic x(12) value "FECHA-VALOR".
       77  w-usuario-cierre pic x(12) value "BATCH-CIERRE".
       77  w-importe-ed pic -(9)9,99.
       77  w-saldo-ed pic -(9)9,99.

      *********periodos archivados ************************************
       01  w-per-arch pic 9(6).
       01  w-per-arch-r REDEFINES w-per-arch.
           03 w-pa-aaaa pic 9(4).
           03 w-pa-mm pic 99.
       77  w-per-tope pic 9(6).
       77  w-per-valor pic 9(6).

      *********historia del socio desde la fecha valor ****************
      * el saldo antes de la fecha valor es el ultimo saldo
      * resultante anterior; si lo anterior ya esta archivado se
      * deduce del primer movimiento en linea.
       01  w-tab-movs.
           03 w-tm-entrada OCCURS 500 TIMES.
               05 w-tm-fecha pic 9(8).
               05 w-tm-hora pic 9(8).
               05 w-tm-tipo pic x(1).
               05 w-tm-importe pic s9(7)v99.
               05 w-tm-saldo-ant pic s9(7)v99.
               05 w-tm-saldo-desp pic s9(7)v99.
               05 w-tm-usuario pic x(12).
       77  w-tm-tope pic 9(3) value zero.
       77  w-tm-ix pic 9(3).
       77  w-tm-lleno pic 9 value zero.
       77  w-fin-movs pic 9 value zero.
       77  w-hay-previo pic 9 value zero.
       77  w-saldo-previo pic s9(9)v99 value zero.
       77  w-saldo-corr pic s9(9)v99.
       77  w-saldo-socio-ant pic s9(7)v99.
       77  w-saldo-socio-desp pic s9(9)v99.

      *********cortes de CIERRE-MENSUAL alcanzados ********************
       01  w-tab-cortes.
           03 w-tc-entrada OCCURS 60 TIMES.
               05 w-tc-fecha pic 9(8).
               05 w-tc-saldo-ant pic s9(9)v99.
               05 w-tc-saldo-nuevo pic s9(9)v99.
               05 w-tc-int-ant pic s9(7)v99.
               05 w-tc-int-nuevo pic s9(7)v99.
               05 w-tc-com-ant pic s9(7)v99.
               05 w-tc-com-nuevo pic s9(7)v99.
               05 w-tc-dif-int pic s9(7)v99.
               05 w-tc-dif-com pic s9(7)v99.
               05 w-tc-tuvo-cierre pic 9.
       77  w-tc-tope pic 99 value zero.
       77  w-tc-ix pic 99.
       77  w-tc-jx pic 99.
       77  w-tc-hallado pic 9.
       77  w-tc-aux pic 9(8).
       77  w-tc-lleno pic 9 value zero.
       77  w-eof-movs pic 9 value zero.
       77  w-dif-acum pic s9(9)v99 value zero.
       77  w-tot-ajuste pic s9(9)v99 value zero.
       77  w-accesorio pic s9(7)v99.

      *********tasas vigentes a cada corte (como CIERRE-MENSUAL) ******
       77  w-fecha-vigencia pic 9(8).
       77  w-hay-param-maestro pic 9 value zero.
       77  w-hay-maestro pic 9 value zero.
       77  w-par-busca pic x(20).
       77  w-par-hallado pic 9 value zero.
       77  w-par-valor-res pic s9(9)v9999.
       77  w-fin-param pic 9 value zero.
       77  w-tasa-interes-x pic x(15).
       77  w-tasa-comision-x pic x(15).
       77  w-tasa-interes pic 99v9999 value zero.
       77  w-tasa-comision pic 99v9999 value zero.
       77  w-tasa-tramo1 pic 99v9999 value zero.
       77  w-tasa-tramo2 pic 99v9999 value zero.
       77  w-tasa-tramo3 pic 99v9999 value zero.
       77  w-corte-1 pic s9(9)v99 value zero.
       77  w-corte-2 pic s9(9)v99 value zero.
       77  w-tasa-aplicada pic 99v9999 value zero.
       77  w-hay-interes pic 9 value zero.
       77  w-falta-comision pic 9 value zero.
       77  w-sin-tasas pic 9 value zero.

       77  w-mov-grabado pic 9 value zero.
       77  w-hora-ajuste pic 9(8).

       01  lin-guarda.
           03 filler pic x(80) value all ".".
       01  lin-guarda2.
           03 filler pic x(80) value all "-".
       01  lin-titulo.
           03 filler pic x(28) value "CORRECCION CON FECHA VALOR ".
           03 filler pic x(7) value "SOCIO: ".
           03 l-tit-filial pic 9999.
           03 filler pic x(1) value "-".
           03 l-tit-cod pic 9999.
           03 filler pic x(1) value spaces.
           03 l-tit-nom pic x(20).
       01  lin-tit-valor.
           03 filler pic x(13) value "FECHA VALOR: ".
           03 l-tit-fecha pic 9999/99/99.
           03 filler pic x(8) value "  TIPO: ".
           03 l-tit-tipo pic x(1).
           03 filler pic x(11) value "  IMPORTE: ".
           03 l-tit-importe pic -(7)9,99.
       01  lin-encab-det.
           03 filler pic x(11) value "FECHA".
           03 filler pic x(9) value "HORA".
           03 filler pic x(5) value "TIPO".
           03 filler pic x(12) value "     IMPORTE".
           03 filler pic x(13) value "  SALDO ANTES".
           03 filler pic x(13) value "  SALDO DESP.".
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "NOTA".
       01  lin-det.
           03 l-det-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-det-hora pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-det-tipo pic x(1).
           03 filler pic x(2) value spaces.
           03 l-det-importe pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-saldo-ant pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-saldo-desp pic -(8)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-nota pic x(22).
       01  lin-encab-corte.
           03 filler pic x(11) value "CORTE".
           03 filler pic x(13) value "  SALDO ANTES".
           03 filler pic x(13) value "  SALDO CORR.".
           03 filler pic x(11) value "  INT.ANTES".
           03 filler pic x(11) value "   INT.CORR".
           03 filler pic x(11) value "  COM.ANTES".
           03 filler pic x(11) value "   COM.CORR".
       01  lin-corte.
           03 l-cor-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-cor-saldo-ant pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-cor-saldo-nuevo pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-cor-int-ant pic -(6)9,99.
           03 filler pic x(1) value spaces.
           03 l-cor-int-nuevo pic -(6)9,99.
           03 filler pic x(1) value spaces.
           03 l-cor-com-ant pic -(6)9,99.
           03 filler pic x(1) value spaces.
           03 l-cor-com-nuevo pic -(6)9,99.
       01  lin-saldos.
           03 filler pic x(22) value "SALDO DEL SOCIO ANTES ".
           03 l-sal-ant pic -(8)9,99.
           03 filler pic x(10) value "  DESPUES ".
           03 l-sal-desp pic -(8)9,99.
       01  lin-sin-cortes.
           03 filler pic x(50) value
               "NINGUN CIERRE MENSUAL ALCANZADO POR LA CORRECCION".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-PEDIR-DATOS.
            IF w-sigue = 1
               PERFORM 250-CONTROLAR-ARCHIVADO
            END-IF.
            IF w-sigue = 1
               PERFORM 300-LEER-HISTORIA
            END-IF.
            IF w-sigue = 1
               PERFORM 350-BUSCAR-CORTES
            END-IF.
            IF w-sigue = 1
               PERFORM 400-RECALCULAR
            END-IF.
            IF w-sigue = 1
               PERFORM 500-MOSTRAR-PRUEBA
               PERFORM 550-CONFIRMAR
            END-IF.
            IF w-sigue = 1
               PERFORM 600-APLICAR
            END-IF.
            IF w-sigue = 0 AND w-motivo-rech NOT = SPACES
               PERFORM 890-RECHAZAR
            END-IF.
            PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           ACCEPT w-fecha-aaaammdd FROM DATE YYYYMMDD.
           ACCEPT w-hora-hhmmss FROM TIME.
           PERFORM 102-SIGNON.
           PERFORM 120-TOMAR-TOKEN.
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
      * todavia no existe no se crea a medias aca; se corrige igual y
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
           DISPLAY lin-guarda.

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
           ACCEPT w-prefijo-movarch FROM ENVIRONMENT
                  "MOVARCH_PREFIJO".
           IF w-prefijo-movarch = SPACES
              MOVE '..\movarch.' TO w-prefijo-movarch
           END-IF.
           ACCEPT w-path-parametros FROM ENVIRONMENT "PARAM_CIERRE".
           IF w-path-parametros = SPACES
              MOVE '..\paramcierre.dat' TO w-path-parametros
           END-IF.
           ACCEPT w-path-maestro FROM ENVIRONMENT "PARAMETROS_DAT".
           IF w-path-maestro = SPACES
              MOVE '..\parametros.dat' TO w-path-maestro
           END-IF.
           ACCEPT w-path-fvalor FROM ENVIRONMENT "FVALOR_DAT".
           IF w-path-fvalor = SPACES
              MOVE '..\fvalor.dat' TO w-path-fvalor
           END-IF.
           ACCEPT w-path-auditoria FROM ENVIRONMENT "AUDITORIA_LOG".
           IF w-path-auditoria = SPACES
              MOVE '..\auditoria.log' TO w-path-auditoria
           END-IF.
           ACCEPT w-path-token FROM ENVIRONMENT "TOKEN_DAT".
           IF w-path-token = SPACES
              MOVE '..\batchtok.dat' TO w-path-token
           END-IF.

      * la fecha valor tiene que ser anterior a la fecha de proceso
      * (lo del dia se postea por ABM-SOCIOS) y no anterior al alta
      * del socio. Una cuenta cerrada no se corrige.
       200-PEDIR-DATOS.
           DISPLAY "FILIAL DEL SOCIO: ".
           ACCEPT w-filial.
           DISPLAY "CODIGO DEL SOCIO: ".
           ACCEPT w-cod.
           MOVE w-filial TO soc-filial.
           MOVE w-cod TO soc-cod.
           READ SOCIOS
               INVALID KEY
                  MOVE "SOCIO INEXISTENTE" TO w-motivo-rech
                  MOVE ZERO TO w-sigue
           END-READ.
           IF w-sigue = 1 AND soc-cerrado
              MOVE "CUENTA CERRADA" TO w-motivo-rech
              MOVE ZERO TO w-sigue
           END-IF.
           IF w-sigue = 1
              MOVE soc-saldo TO w-saldo-socio-ant
              DISPLAY "FECHA VALOR (AAAAMMDD): "
              ACCEPT w-fecha-valor
              IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha-valor) NOT = 0
                 MOVE "FECHA VALOR INVALIDA" TO w-motivo-rech
                 MOVE ZERO TO w-sigue
              ELSE
                 IF w-fecha-valor NOT < w-fecha-proc
                    MOVE "FECHA VALOR NO ANTERIOR A LA DE PROCESO"
                        TO w-motivo-rech
                    MOVE ZERO TO w-sigue
                 END-IF
                 IF w-fecha-valor < soc-fecha-alta
                    MOVE "FECHA VALOR ANTERIOR AL ALTA DEL SOCIO"
                        TO w-motivo-rech
                    MOVE ZERO TO w-sigue
                 END-IF
              END-IF
           END-IF.
           IF w-sigue = 1
              DISPLAY "TIPO (D=DEPOSITO R=RETIRO): "
              ACCEPT w-tipo
              IF NOT tipo-valido
                 MOVE "TIPO INVALIDO" TO w-motivo-rech
                 MOVE ZERO TO w-sigue
              END-IF
           END-IF.
           IF w-sigue = 1
              DISPLAY "IMPORTE: "
              ACCEPT w-importe-pedido
              IF w-importe-pedido = ZERO
                 MOVE "IMPORTE EN CERO" TO w-motivo-rech
                 MOVE ZERO TO w-sigue
              END-IF
           END-IF.
           IF w-sigue = 1
              IF w-tipo = "R"
                 COMPUTE w-importe = ZERO - w-importe-pedido
              ELSE
                 MOVE w-importe-pedido TO w-importe
              END-IF
              MOVE soc-filial TO l-tit-filial
              MOVE soc-cod TO l-tit-cod
              MOVE soc-nom TO l-tit-nom
              MOVE w-fecha-valor TO l-tit-fecha
              MOVE w-tipo TO l-tit-tipo
              MOVE w-importe TO l-tit-importe
              DISPLAY lin-guarda
              DISPLAY lin-titulo
              DISPLAY lin-tit-valor
           END-IF.

      * ARCHIVA-MOVIMIENTOS descarga a movarch.AAAAMM todo lo anterior
      * al periodo de corte: si existe una descarga con corte
      * posterior al periodo de la fecha valor, ese periodo ya no
      * esta en linea y la cadena no se puede recalcular.
       250-CONTROLAR-ARCHIVADO.
           MOVE w-fecha-valor(1:6) TO w-per-valor.
           MOVE w-fecha-proc(1:6) TO w-per-tope.
           MOVE w-per-valor TO w-per-arch.
           PERFORM 255-SIGUIENTE-PERIODO.
           MOVE w-per-arch TO w-per-valor.
           MOVE w-per-tope TO w-per-arch.
           PERFORM 255-SIGUIENTE-PERIODO.
           MOVE w-per-arch TO w-per-tope.
           MOVE w-per-valor TO w-per-arch.
           PERFORM UNTIL w-per-arch > w-per-tope OR w-sigue = 0
              MOVE SPACES TO w-path-movarch
              STRING w-prefijo-movarch DELIMITED BY SPACE
                     w-per-arch        DELIMITED BY SIZE
                     INTO w-path-movarch
              END-STRING
              OPEN INPUT MOVARCH
              IF w-fs-movarch = "00"
                 DISPLAY "PERIODO ARCHIVADO EN " w-path-movarch
                 MOVE "PERIODO YA ARCHIVADO" TO w-motivo-rech
                 MOVE ZERO TO w-sigue
              END-IF
              CLOSE MOVARCH
              PERFORM 255-SIGUIENTE-PERIODO
           END-PERFORM.

       255-SIGUIENTE-PERIODO.
           IF w-pa-mm = 12
              ADD 1 TO w-pa-aaaa
              MOVE 1 TO w-pa-mm
           ELSE
              ADD 1 TO w-pa-mm
           END-IF.

      * la correccion entra al principio del dia valor, asi cuenta
      * para todo lo de ese dia en adelante (incluido un cierre
      * mensual corrido esa misma fecha).
       300-LEER-HISTORIA.
           MOVE ZERO TO w-fin-movs.
           MOVE ZERO TO w-hay-previo.
           MOVE ZERO TO w-saldo-previo.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
           MOVE ZERO TO mov-fecha.
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
                    MOVE 1 TO w-fin-movs
                 ELSE
                    PERFORM 310-TOMAR-MOVIMIENTO
                 END-IF
              END-IF
           END-PERFORM.
           IF w-tm-lleno = 1
              MOVE "DEMASIADOS MOVIMIENTOS POSTERIORES"
                  TO w-motivo-rech
              MOVE ZERO TO w-sigue
           END-IF.

       310-TOMAR-MOVIMIENTO.
           IF mov-fecha < w-fecha-valor
              MOVE mov-saldo-result TO w-saldo-previo
              MOVE 1 TO w-hay-previo
           ELSE
              IF w-hay-previo = 0 AND w-tm-tope = ZERO
                 COMPUTE w-saldo-previo =
                     mov-saldo-result - mov-importe
                 MOVE 1 TO w-hay-previo
              END-IF
              IF w-tm-tope < 500
                 ADD 1 TO w-tm-tope
                 MOVE mov-fecha TO w-tm-fecha(w-tm-tope)
                 MOVE mov-hora TO w-tm-hora(w-tm-tope)
                 MOVE mov-tipo TO w-tm-tipo(w-tm-tope)
                 MOVE mov-importe TO w-tm-importe(w-tm-tope)
                 MOVE mov-saldo-result TO w-tm-saldo-ant(w-tm-tope)
                 MOVE mov-usuario TO w-tm-usuario(w-tm-tope)
              ELSE
                 MOVE 1 TO w-tm-lleno
              END-IF
           END-IF.

      * los cortes de CIERRE-MENSUAL se reconocen por sus
      * movimientos (usuario BATCH-CIERRE) en cualquier socio: el
      * socio corregido puede no haber tenido interes ni comision y
      * pasar a tenerlo con el saldo corregido.
       350-BUSCAR-CORTES.
           MOVE ZERO TO w-eof-movs.
           MOVE LOW-VALUES TO mov-llave.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
               INVALID KEY MOVE 1 TO w-eof-movs
           END-START.
           PERFORM UNTIL w-eof-movs = 1
              READ MOVIMIENTOS NEXT
                  AT END MOVE 1 TO w-eof-movs
                  NOT AT END
                     IF mov-usuario = w-usuario-cierre
                        AND mov-fecha NOT < w-fecha-valor
                        AND mov-fecha NOT > w-fecha-proc
                        PERFORM 360-ANOTAR-CORTE
                     END-IF
              END-READ
           END-PERFORM.
      * en orden de fecha: cada corte arrastra la diferencia de
      * interes de los anteriores.
           PERFORM VARYING w-tc-ix FROM 1 BY 1
                   UNTIL w-tc-ix > w-tc-tope
              PERFORM VARYING w-tc-jx FROM w-tc-ix BY 1
                      UNTIL w-tc-jx > w-tc-tope
                 IF w-tc-fecha(w-tc-jx) < w-tc-fecha(w-tc-ix)
                    MOVE w-tc-fecha(w-tc-ix) TO w-tc-aux
                    MOVE w-tc-fecha(w-tc-jx) TO w-tc-fecha(w-tc-ix)
                    MOVE w-tc-aux TO w-tc-fecha(w-tc-jx)
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF w-tc-lleno = 1
              MOVE "DEMASIADOS CIERRES POSTERIORES" TO w-motivo-rech
              MOVE ZERO TO w-sigue
           END-IF.

       360-ANOTAR-CORTE.
           MOVE ZERO TO w-tc-hallado.
           PERFORM VARYING w-tc-ix FROM 1 BY 1
                   UNTIL w-tc-ix > w-tc-tope OR w-tc-hallado = 1
              IF w-tc-fecha(w-tc-ix) = mov-fecha
                 MOVE 1 TO w-tc-hallado
              END-IF
           END-PERFORM.
           IF w-tc-hallado = 0
              IF w-tc-tope < 60
                 ADD 1 TO w-tc-tope
                 INITIALIZE w-tc-entrada(w-tc-tope)
                 MOVE mov-fecha TO w-tc-fecha(w-tc-tope)
              ELSE
                 MOVE 1 TO w-tc-lleno
              END-IF
           END-IF.

      * primero los cortes (sobre la cadena original mas la
      * correccion y lo ya ajustado en cortes anteriores), despues la
      * cadena nueva de saldos resultantes. La cadena original tiene
      * que cerrar con soc-saldo: si no cierra, corregir arriba de
      * ella desparramaria la diferencia.
       400-RECALCULAR.
           MOVE ZERO TO w-dif-acum.
           MOVE ZERO TO w-tot-ajuste.
           IF w-tc-tope > ZERO
              OPEN INPUT PARAM-MAESTRO
              IF w-fs-maestro = "00"
                 MOVE 1 TO w-hay-param-maestro
              END-IF
           END-IF.
           PERFORM VARYING w-tc-ix FROM 1 BY 1
                   UNTIL w-tc-ix > w-tc-tope OR w-sigue = 0
              PERFORM 410-RECALCULAR-CORTE
           END-PERFORM.
           IF w-hay-param-maestro = 1
              CLOSE PARAM-MAESTRO
           END-IF.
           COMPUTE w-saldo-corr = w-saldo-previo + w-importe.
           PERFORM VARYING w-tm-ix FROM 1 BY 1
                   UNTIL w-tm-ix > w-tm-tope
              ADD w-tm-importe(w-tm-ix) TO w-saldo-corr
              MOVE w-saldo-corr TO w-tm-saldo-desp(w-tm-ix)
           END-PERFORM.
           IF w-tm-tope > ZERO
              COMPUTE w-saldo-corr = w-tm-saldo-ant(w-tm-tope)
           ELSE
              MOVE w-saldo-previo TO w-saldo-corr
           END-IF.
           IF w-saldo-corr NOT = w-saldo-socio-ant
              DISPLAY "EL SALDO DEL SOCIO NO CIERRA CON SU ULTIMO "
                      "MOVIMIENTO - CORRER VERIFICA-SALDOS"
              MOVE "CADENA DE SALDOS INCONSISTENTE" TO w-motivo-rech
              MOVE ZERO TO w-sigue
           END-IF.
           COMPUTE w-saldo-socio-desp =
               w-saldo-socio-ant + w-importe + w-tot-ajuste.

      * saldo al corte: el previo al propio movimiento de cierre del
      * socio; sin movimiento de cierre, el ultimo hasta esa fecha.
      * CIERRE-MENSUAL solo liquida socios activos: sin movimiento
      * de cierre se lo supone activo al corte si hoy lo esta.
       410-RECALCULAR-CORTE.
           MOVE w-saldo-previo TO w-tc-saldo-ant(w-tc-ix).
           PERFORM VARYING w-tm-ix FROM 1 BY 1
                   UNTIL w-tm-ix > w-tm-tope
              IF w-tm-fecha(w-tm-ix) NOT > w-tc-fecha(w-tc-ix)
                 IF w-tm-fecha(w-tm-ix) = w-tc-fecha(w-tc-ix)
                    AND w-tm-usuario(w-tm-ix) = w-usuario-cierre
                    IF w-tc-tuvo-cierre(w-tc-ix) = 0
                       COMPUTE w-tc-saldo-ant(w-tc-ix) =
                           w-tm-saldo-ant(w-tm-ix)
                           - w-tm-importe(w-tm-ix)
                    END-IF
                    MOVE 1 TO w-tc-tuvo-cierre(w-tc-ix)
                    IF w-tm-tipo(w-tm-ix) = "I"
                       ADD w-tm-importe(w-tm-ix)
                           TO w-tc-int-ant(w-tc-ix)
                    ELSE
                       ADD w-tm-importe(w-tm-ix)
                           TO w-tc-com-ant(w-tc-ix)
                    END-IF
                 ELSE
                    IF w-tc-tuvo-cierre(w-tc-ix) = 0
                       MOVE w-tm-saldo-ant(w-tm-ix)
                           TO w-tc-saldo-ant(w-tc-ix)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE w-tc-saldo-nuevo(w-tc-ix) =
               w-tc-saldo-ant(w-tc-ix) + w-importe + w-dif-acum.
           MOVE ZERO TO w-tc-int-nuevo(w-tc-ix).
           MOVE ZERO TO w-tc-com-nuevo(w-tc-ix).
           IF w-tc-tuvo-cierre(w-tc-ix) = 1 OR soc-activo
              MOVE w-tc-fecha(w-tc-ix) TO w-fecha-vigencia
              PERFORM 700-TOMAR-TASAS
              IF w-sin-tasas = 1
                 MOVE "SIN TASAS VIGENTES AL CORTE" TO w-motivo-rech
                 MOVE ZERO TO w-sigue
              ELSE
                 PERFORM 420-LIQUIDAR-CORTE
              END-IF
           END-IF.
           COMPUTE w-tc-dif-int(w-tc-ix) =
               w-tc-int-nuevo(w-tc-ix) - w-tc-int-ant(w-tc-ix).
           COMPUTE w-tc-dif-com(w-tc-ix) =
               w-tc-com-nuevo(w-tc-ix) - w-tc-com-ant(w-tc-ix).
           ADD w-tc-dif-int(w-tc-ix) TO w-dif-acum.
           ADD w-tc-dif-com(w-tc-ix) TO w-dif-acum.
           ADD w-tc-dif-int(w-tc-ix) TO w-tot-ajuste.
           ADD w-tc-dif-com(w-tc-ix) TO w-tot-ajuste.

      * mismo calculo que 400/500 de CIERRE-MENSUAL
       420-LIQUIDAR-CORTE.
           EVALUATE TRUE
              WHEN w-tc-saldo-nuevo(w-tc-ix) > ZERO
                   AND w-hay-interes = 1
                 PERFORM 430-ELEGIR-TASA
                 COMPUTE w-accesorio ROUNDED =
                     w-tc-saldo-nuevo(w-tc-ix) * w-tasa-aplicada / 100
                 IF w-accesorio > ZERO
                    MOVE w-accesorio TO w-tc-int-nuevo(w-tc-ix)
                 END-IF
              WHEN w-tc-saldo-nuevo(w-tc-ix) < ZERO
                   AND w-tasa-comision > ZERO
                 COMPUTE w-accesorio ROUNDED =
                     (ZERO - w-tc-saldo-nuevo(w-tc-ix))
                     * w-tasa-comision / 100
                 IF w-accesorio > ZERO
                    COMPUTE w-tc-com-nuevo(w-tc-ix) =
                        ZERO - w-accesorio
                 END-IF
           END-EVALUATE.

       430-ELEGIR-TASA.
           EVALUATE TRUE
              WHEN w-corte-1 = ZERO
                 MOVE w-tasa-tramo1 TO w-tasa-aplicada
              WHEN w-tc-saldo-nuevo(w-tc-ix) NOT > w-corte-1
                 MOVE w-tasa-tramo1 TO w-tasa-aplicada
              WHEN w-corte-2 = ZERO
                 MOVE w-tasa-tramo2 TO w-tasa-aplicada
              WHEN w-tc-saldo-nuevo(w-tc-ix) NOT > w-corte-2
                 MOVE w-tasa-tramo2 TO w-tasa-aplicada
              WHEN OTHER
                 MOVE w-tasa-tramo3 TO w-tasa-aplicada
           END-EVALUATE.

       500-MOSTRAR-PRUEBA.
           DISPLAY lin-guarda2.
           DISPLAY lin-encab-det.
           MOVE w-fecha-valor TO l-det-fecha.
           MOVE ZERO TO l-det-hora.
           MOVE w-tipo TO l-det-tipo.
           MOVE w-importe TO l-det-importe.
           MOVE w-saldo-previo TO l-det-saldo-ant.
           COMPUTE w-saldo-corr = w-saldo-previo + w-importe.
           MOVE w-saldo-corr TO l-det-saldo-desp.
           MOVE "CORRECCION" TO l-det-nota.
           DISPLAY lin-det.
           PERFORM VARYING w-tm-ix FROM 1 BY 1
                   UNTIL w-tm-ix > w-tm-tope
              MOVE w-tm-fecha(w-tm-ix) TO l-det-fecha
              MOVE w-tm-hora(w-tm-ix) TO l-det-hora
              MOVE w-tm-tipo(w-tm-ix) TO l-det-tipo
              MOVE w-tm-importe(w-tm-ix) TO l-det-importe
              MOVE w-tm-saldo-ant(w-tm-ix) TO l-det-saldo-ant
              MOVE w-tm-saldo-desp(w-tm-ix) TO l-det-saldo-desp
              MOVE SPACES TO l-det-nota
              IF w-tm-usuario(w-tm-ix) = w-usuario-cierre
                 MOVE "CIERRE MENSUAL" TO l-det-nota
              END-IF
              DISPLAY lin-det
           END-PERFORM.
           DISPLAY lin-guarda2.
           IF w-tc-tope = ZERO
              DISPLAY lin-sin-cortes
           ELSE
              DISPLAY lin-encab-corte
              PERFORM VARYING w-tc-ix FROM 1 BY 1
                      UNTIL w-tc-ix > w-tc-tope
                 MOVE w-tc-fecha(w-tc-ix) TO l-cor-fecha
                 MOVE w-tc-saldo-ant(w-tc-ix) TO l-cor-saldo-ant
                 MOVE w-tc-saldo-nuevo(w-tc-ix) TO l-cor-saldo-nuevo
                 MOVE w-tc-int-ant(w-tc-ix) TO l-cor-int-ant
                 MOVE w-tc-int-nuevo(w-tc-ix) TO l-cor-int-nuevo
                 MOVE w-tc-com-ant(w-tc-ix) TO l-cor-com-ant
                 MOVE w-tc-com-nuevo(w-tc-ix) TO l-cor-com-nuevo
                 DISPLAY lin-corte
              END-PERFORM
              MOVE w-tot-ajuste TO w-importe-ed
              DISPLAY "AJUSTE TOTAL DE INTERESES Y COMISIONES: "
                      w-importe-ed
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-saldo-socio-ant TO l-sal-ant.
           MOVE w-saldo-socio-desp TO l-sal-desp.
           DISPLAY lin-saldos.

      * la correccion la carga el operador y la firma un supervisor
      * distinto (mismo criterio que la rectificacion de ARQUEO-CAJA).
       550-CONFIRMAR.
           DISPLAY "CONFIRMA LA CORRECCION (S/N): ".
           ACCEPT w-resp.
           IF w-resp NOT = "S" AND w-resp NOT = "s"
              DISPLAY "CORRECCION NO CONFIRMADA - NO SE GRABO NADA"
              MOVE ZERO TO w-sigue
           ELSE
              PERFORM 560-AUTORIZAR
           END-IF.

       560-AUTORIZAR.
           MOVE ZERO TO w-autorizado.
           DISPLAY "LA CORRECCION REQUIERE AUTORIZACION DE "
                   "SUPERVISOR".
           DISPLAY "SUPERVISOR: ".
           ACCEPT w-autor-usuario.
           DISPLAY "PASSWORD: ".
           ACCEPT w-autor-password.
           IF w-autor-usuario NOT = w-usuario
              OPEN INPUT OPERADORES
              IF w-fs-operadores = "00"
                 MOVE w-autor-usuario TO ope-usuario
                 READ OPERADORES
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        IF ope-activo AND ope-supervisor
                           AND ope-password = w-autor-password
                           MOVE 1 TO w-autorizado
                        END-IF
                 END-READ
                 CLOSE OPERADORES
              END-IF
           END-IF.
           IF w-autorizado = 0
              DISPLAY "AUTORIZACION RECHAZADA"
              MOVE "AUTORIZACION RECHAZADA" TO w-motivo-rech
              MOVE ZERO TO w-sigue
           END-IF.

      * movimiento con fecha valor, cadena posterior reescrita,
      * ajustes de cierre a la fecha de proceso y recien al final el
      * saldo del socio, la auditoria y el registro para el asiento.
       600-APLICAR.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
           MOVE w-fecha-valor TO mov-fecha.
           MOVE 1 TO mov-hora.
           MOVE w-tipo TO mov-tipo.
           MOVE w-importe TO mov-importe.
           COMPUTE mov-saldo-result = w-saldo-previo + w-importe.
           MOVE w-usuario-fvalor TO mov-usuario.
           MOVE ZERO TO mov-contraparte.
           MOVE ZERO TO w-mov-grabado.
           PERFORM 660-INTENTAR-GRABAR-MOV.
           PERFORM UNTIL w-mov-grabado = 1
              ADD 1 TO mov-hora
              PERFORM 660-INTENTAR-GRABAR-MOV
           END-PERFORM.
           MOVE mov-hora TO w-hora-valor.
           PERFORM VARYING w-tm-ix FROM 1 BY 1
                   UNTIL w-tm-ix > w-tm-tope
              PERFORM 610-REESCRIBIR-SALDO
           END-PERFORM.
           IF w-tm-tope > ZERO
              MOVE w-tm-saldo-desp(w-tm-tope) TO w-saldo-corr
           ELSE
              COMPUTE w-saldo-corr = w-saldo-previo + w-importe
           END-IF.
           ACCEPT w-hora-ajuste FROM TIME.
           PERFORM VARYING w-tc-ix FROM 1 BY 1
                   UNTIL w-tc-ix > w-tc-tope
              IF w-tc-dif-int(w-tc-ix) NOT = ZERO
                 MOVE "I" TO mov-tipo
                 MOVE w-tc-dif-int(w-tc-ix) TO mov-importe
                 PERFORM 650-GRABAR-AJUSTE
              END-IF
              IF w-tc-dif-com(w-tc-ix) NOT = ZERO
                 MOVE "M" TO mov-tipo
                 MOVE w-tc-dif-com(w-tc-ix) TO mov-importe
                 PERFORM 650-GRABAR-AJUSTE
              END-IF
           END-PERFORM.
           MOVE w-saldo-socio-desp TO soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR SALDO DE "
                          soc-filial "-" soc-cod
                  MOVE 4 TO RETURN-CODE
           END-REWRITE.
           PERFORM 690-REARMAR-RESUMEN.
           PERFORM 680-REGISTRAR-FVALOR.
           PERFORM 910-FORMATEAR-CLAVE.
           MOVE "FECHA-VALOR" TO w-aud-operacion.
           MOVE w-saldo-socio-ant TO w-saldo-ed.
           MOVE SPACES TO w-aud-valor-ant.
           STRING w-fecha-valor   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  w-tipo          DELIMITED BY SIZE
                  " SALDO "       DELIMITED BY SIZE
                  w-saldo-ed      DELIMITED BY SIZE
                  INTO w-aud-valor-ant
           END-STRING.
           MOVE w-saldo-socio-desp TO w-saldo-ed.
           MOVE w-importe TO w-importe-ed.
           MOVE SPACES TO w-aud-valor-nuevo.
           STRING w-importe-ed    DELIMITED BY SIZE
                  " SALDO "       DELIMITED BY SIZE
                  w-saldo-ed      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  w-autor-usuario DELIMITED BY SPACE
                  INTO w-aud-valor-nuevo
           END-STRING.
           PERFORM 900-GRABAR-AUDITORIA.
           DISPLAY "CORRECCION GRABADA".

       610-REESCRIBIR-SALDO.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
           MOVE w-tm-fecha(w-tm-ix) TO mov-fecha.
           MOVE w-tm-hora(w-tm-ix) TO mov-hora.
           READ MOVIMIENTOS
               INVALID KEY
                  DISPLAY "MOVIMIENTO NO ENCONTRADO: " mov-fecha " "
                          mov-hora
                  MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                  MOVE w-tm-saldo-desp(w-tm-ix) TO mov-saldo-result
                  REWRITE mov-reg
                      INVALID KEY
                         MOVE "MOVIMIENTOS" TO w-err-archivo
                         MOVE w-fs-movimientos TO w-err-fs
                         PERFORM 950-ERROR-ARCHIVO
                  END-REWRITE
           END-READ.

      * el ajuste lleva la fecha del corte en la contraparte, para
      * que el extracto muestre a que cierre corresponde.
       650-GRABAR-AJUSTE.
           ADD mov-importe TO w-saldo-corr.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
           MOVE w-fecha-proc TO mov-fecha.
           MOVE w-hora-ajuste TO mov-hora.
           MOVE w-saldo-corr TO mov-saldo-result.
           MOVE w-usuario-fvalor TO mov-usuario.
           MOVE w-tc-fecha(w-tc-ix) TO mov-contraparte.
           MOVE ZERO TO w-mov-grabado.
           PERFORM 660-INTENTAR-GRABAR-MOV.
           PERFORM UNTIL w-mov-grabado = 1
              ADD 1 TO mov-hora
              PERFORM 660-INTENTAR-GRABAR-MOV
           END-PERFORM.
           MOVE mov-hora TO w-hora-ajuste.
           ADD 1 TO w-hora-ajuste.
           MOVE mov-importe TO w-importe-ed.
           MOVE "AJUSTE-CIERRE" TO w-aud-operacion.
           PERFORM 910-FORMATEAR-CLAVE.
           MOVE SPACES TO w-aud-valor-ant.
           STRING "CORTE "             DELIMITED BY SIZE
                  w-tc-fecha(w-tc-ix)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  mov-tipo             DELIMITED BY SIZE
                  INTO w-aud-valor-ant
           END-STRING.
           MOVE w-importe-ed TO w-aud-valor-nuevo.
           PERFORM 900-GRABAR-AUDITORIA.

      * solo la clave duplicada (estado 22) amerita reintentar con la
      * hora corrida; cualquier otra falla de WRITE corta por la
      * clasificacion comun en vez de quedar ciclando.
       660-INTENTAR-GRABAR-MOV.
           WRITE mov-reg
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO w-mov-grabado
           END-WRITE.
           IF w-mov-grabado = 0
              AND w-fs-movimientos NOT = "22"
              MOVE "MOVIMIENTOS" TO w-err-archivo
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

      * fechaproc;filial;cod;fechavalor;hora;tipo;importe;operador;
      * supervisor. ASIENTO-DIARIO contabiliza estos movimientos el
      * dia en que se grabaron, no en su fecha valor.
       680-REGISTRAR-FVALOR.
           OPEN EXTEND FVALOR.
           IF w-fs-fvalor = "35"
              OPEN OUTPUT FVALOR
              CLOSE FVALOR
              OPEN EXTEND FVALOR
           END-IF.
           IF w-fs-fvalor = "00" OR w-fs-fvalor = "05"
              MOVE w-importe TO w-importe-ed
              MOVE SPACES TO lin-fvalor
              STRING w-fecha-proc     DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     soc-filial       DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     soc-cod          DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     w-fecha-valor    DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     w-hora-valor     DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     w-tipo           DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     w-importe-ed     DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     w-usuario        DELIMITED BY SPACE
                     ";"              DELIMITED BY SIZE
                     w-autor-usuario  DELIMITED BY SPACE
                     INTO lin-fvalor
              END-STRING
              WRITE lin-fvalor
              CLOSE FVALOR
           ELSE
              DISPLAY "NO SE PUDO REGISTRAR LA CORRECCION PARA EL "
                      "ASIENTO - AVISAR A CONTADURIA"
              MOVE 4 TO RETURN-CODE
           END-IF.

      * la correccion cambia el saldo resultante de todas las filas
      * posteriores, asi que la linea del socio en resumov.dat no se
      * actualiza por diferencia: se vuelve a armar desde sus filas,
      * igual que lo hace REARMA-RESUMOV. Una falla no deshace la
      * correccion: se avisa para correr REARMA-RESUMOV.
       690-REARMAR-RESUMEN.
           IF w-rsm-existe = 1
              MOVE soc-llave TO rsm-soc-llave
              MOVE ZERO TO w-rsm-nuevo
              READ RESUMOV
                  INVALID KEY MOVE 1 TO w-rsm-nuevo
              END-READ
              MOVE soc-llave TO rsm-soc-llave
              MOVE ZERO TO rsm-ult-fecha
              MOVE ZERO TO rsm-ult-hora
              MOVE ZERO TO rsm-ult-saldo
              MOVE ZERO TO rsm-cant-movs
              MOVE ZERO TO rsm-periodo
              MOVE ZERO TO rsm-mes-cant
              MOVE ZERO TO rsm-mes-creditos
              MOVE ZERO TO rsm-mes-debitos
              MOVE ZERO TO w-fin-movs
              MOVE soc-filial TO mov-filial
              MOVE soc-cod TO mov-cod
              MOVE ZERO TO mov-fecha
              MOVE ZERO TO mov-hora
              START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
                  INVALID KEY MOVE 1 TO w-fin-movs
              END-START
              PERFORM UNTIL w-fin-movs = 1
                 READ MOVIMIENTOS NEXT
                     AT END MOVE 1 TO w-fin-movs
                 END-READ
                 IF w-fin-movs NOT = 1
                    IF mov-soc-llave NOT = soc-llave
                       MOVE 1 TO w-fin-movs
                    ELSE
                       PERFORM 695-ACUMULAR-RESUMEN
                    END-IF
                 END-IF
              END-PERFORM
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
                         soc-llave " ESTADO " w-fs-resumov
                         " - CORRER REARMA-RESUMOV"
              END-IF
           END-IF.

       695-ACUMULAR-RESUMEN.
           ADD 1 TO rsm-cant-movs.
           MOVE mov-fecha TO rsm-ult-fecha.
           MOVE mov-hora TO rsm-ult-hora.
           MOVE mov-saldo-result TO rsm-ult-saldo.
           MOVE mov-fecha(1:6) TO w-rsm-periodo-mov.
           IF w-rsm-periodo-mov NOT = rsm-periodo
              MOVE w-rsm-periodo-mov TO rsm-periodo
              MOVE ZERO TO rsm-mes-cant
              MOVE ZERO TO rsm-mes-creditos
              MOVE ZERO TO rsm-mes-debitos
           END-IF.
           ADD 1 TO rsm-mes-cant.
           IF mov-importe < ZERO
              SUBTRACT mov-importe FROM rsm-mes-debitos
           ELSE
              ADD mov-importe TO rsm-mes-creditos
           END-IF.

      * tasas vigentes al corte, con el mismo criterio que
      * 110-LEER-PARAMETROS de CIERRE-MENSUAL: maestro central si
      * tiene TASA-INTERES-1 vigente a esa fecha, si no
      * paramcierre.dat (que no guarda vigencia y da la tasa actual).
       700-TOMAR-TASAS.
           MOVE ZERO TO w-hay-maestro.
           MOVE ZERO TO w-falta-comision.
           MOVE ZERO TO w-hay-interes.
           MOVE ZERO TO w-sin-tasas.
           MOVE ZERO TO w-tasa-comision.
           PERFORM 712-LEER-PARAM-MAESTRO.
           IF w-hay-maestro = 0
              PERFORM 714-LEER-PARAM-LEGACY
              MOVE w-tasa-interes TO w-tasa-tramo1
              MOVE w-tasa-interes TO w-tasa-tramo2
              MOVE w-tasa-interes TO w-tasa-tramo3
              MOVE ZERO TO w-corte-1
              MOVE ZERO TO w-corte-2
           END-IF.
           IF w-hay-maestro = 1 AND w-falta-comision = 1
              PERFORM 714-LEER-PARAM-LEGACY
           END-IF.
           IF w-tasa-tramo1 > ZERO OR w-tasa-tramo2 > ZERO
              OR w-tasa-tramo3 > ZERO
              MOVE 1 TO w-hay-interes
           END-IF.
           IF w-hay-interes = 0 AND w-tasa-comision = ZERO
              MOVE 1 TO w-sin-tasas
           END-IF.

       712-LEER-PARAM-MAESTRO.
           IF w-hay-param-maestro = 1
              MOVE "TASA-INTERES-1" TO w-par-busca
              PERFORM 930-BUSCAR-PARAMETRO
              IF w-par-hallado = 1
                 MOVE 1 TO w-hay-maestro
                 MOVE w-par-valor-res TO w-tasa-tramo1
                 MOVE "TASA-INTERES-2" TO w-par-busca
                 PERFORM 930-BUSCAR-PARAMETRO
                 IF w-par-hallado = 1
                    MOVE w-par-valor-res TO w-tasa-tramo2
                 ELSE
                    MOVE w-tasa-tramo1 TO w-tasa-tramo2
                 END-IF
                 MOVE "TASA-INTERES-3" TO w-par-busca
                 PERFORM 930-BUSCAR-PARAMETRO
                 IF w-par-hallado = 1
                    MOVE w-par-valor-res TO w-tasa-tramo3
                 ELSE
                    MOVE w-tasa-tramo2 TO w-tasa-tramo3
                 END-IF
                 MOVE ZERO TO w-corte-1
                 MOVE ZERO TO w-corte-2
                 MOVE "CORTE-SALDO-1" TO w-par-busca
                 PERFORM 930-BUSCAR-PARAMETRO
                 IF w-par-hallado = 1
                    MOVE w-par-valor-res TO w-corte-1
                 END-IF
                 MOVE "CORTE-SALDO-2" TO w-par-busca
                 PERFORM 930-BUSCAR-PARAMETRO
                 IF w-par-hallado = 1
                    MOVE w-par-valor-res TO w-corte-2
                 END-IF
                 MOVE "TASA-COMISION" TO w-par-busca
                 PERFORM 930-BUSCAR-PARAMETRO
                 IF w-par-hallado = 1
                    MOVE w-par-valor-res TO w-tasa-comision
                 ELSE
                    MOVE 1 TO w-falta-comision
                 END-IF
              END-IF
           END-IF.

       714-LEER-PARAM-LEGACY.
           MOVE ZERO TO w-tasa-interes.
           OPEN INPUT PARAMETROS.
           IF w-fs-parametros = "00"
              READ PARAMETROS
                  AT END CONTINUE
                  NOT AT END
                     MOVE SPACES TO w-tasa-interes-x
                                    w-tasa-comision-x
                     UNSTRING lin-parametro DELIMITED BY ";"
                         INTO w-tasa-interes-x w-tasa-comision-x
                     END-UNSTRING
                     MOVE FUNCTION NUMVAL
                         (FUNCTION TRIM(w-tasa-interes-x))
                         TO w-tasa-interes
                     MOVE FUNCTION NUMVAL
                         (FUNCTION TRIM(w-tasa-comision-x))
                         TO w-tasa-comision
              END-READ
           END-IF.
           CLOSE PARAMETROS.

      * valor vigente de un parametro: el de mayor vigencia que no
      * supera la fecha del corte. Las vigencias de un mismo nombre
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
                    OR par-vigencia > w-fecha-vigencia
                    MOVE 1 TO w-fin-param
                 ELSE
                    MOVE par-valor TO w-par-valor-res
                    MOVE 1 TO w-par-hallado
                 END-IF
              END-IF
           END-PERFORM.

       800-FIN.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           CLOSE AUDITORIA.
           PERFORM 130-LIBERAR-TOKEN.

      * todo rechazo queda en la auditoria con su motivo; nada se
      * grabo en socios ni en movimientos.
       890-RECHAZAR.
           DISPLAY "CORRECCION RECHAZADA: " w-motivo-rech.
           MOVE "FVALOR-RECH" TO w-aud-operacion.
           PERFORM 910-FORMATEAR-CLAVE.
           MOVE w-motivo-rech TO w-aud-valor-ant.
           MOVE w-autor-usuario TO w-aud-valor-nuevo.
           PERFORM 900-GRABAR-AUDITORIA.
           MOVE 8 TO RETURN-CODE.

       900-GRABAR-AUDITORIA.
           ACCEPT w-fecha-aaaammdd FROM DATE YYYYMMDD.
           ACCEPT w-hora-hhmmss FROM TIME.
           MOVE SPACES TO lin-auditoria.
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

      * clave de auditoria de la correccion: el socio.
       910-FORMATEAR-CLAVE.
           MOVE SPACES TO w-aud-clave.
           STRING w-filial DELIMITED BY SIZE
                  "-"      DELIMITED BY SIZE
                  w-cod    DELIMITED BY SIZE
                  INTO w-aud-clave
           END-STRING.

      * inicio de sesion contra el maestro de operadores. Como en
      * ARQUEO-CAJA no hay sesion sin maestro: la correccion es de
      * quien la carga y de quien la autoriza. El perfil de consulta
      * no corrige.
       102-SIGNON.
           ACCEPT w-path-operadores FROM ENVIRONMENT "OPERADORES_DAT".
           IF w-path-operadores = SPACES
              MOVE '..\operadores.dat' TO w-path-operadores
           END-IF.
           OPEN INPUT OPERADORES.
           IF w-fs-operadores NOT = "00"
              DISPLAY "SIN MAESTRO DE OPERADORES - NO SE PUEDE "
                      "CORREGIR CON FECHA VALOR"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 103-VALIDAR-OPERADOR.
           CLOSE OPERADORES.

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
                     "CORRIGE-FECHA-VALOR" DELIMITED BY SIZE
                     INTO lin-auditoria
              END-STRING
              WRITE lin-auditoria
              CLOSE AUDITORIA
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
           PERFORM 130-LIBERAR-TOKEN.
           STOP RUN.

      * exclusion mutua con run_batch.sh, igual que en los ABMs: la
      * correccion reescribe la cadena de saldos del socio en
      * movimientos.dat, y un batch o un ABM en paralelo la pisaria
      * despues de probada. Si el token esta tomado se informa quien
      * lo tiene desde cuando y no se arranca; si esta libre se
      * registra la sesion. Un token colgado tras una caida se limpia
      * con CONTROLA-TOKEN accion FORZAR.
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
       END PROGRAM CORRIGE-FECHA-VALOR.
