      ******************************************************************
      * Author:
      * Date:
      * Purpose: supervisor review of the cash alerts raised nightly
      *          by DETECTA-ALERTAS (alertas.dat, detail of the
      *          movements involved in alertamov.dat). Lists the open
      *          alerts and lets a supervisor resolve one: after
      *          showing the alert and its movements, it is marked
      *          desestimada (D) or reportada (R) with an observation;
      *          the resolution date and user are kept on the alert
      *          and the decision lands in auditoria.log. A resolved
      *          alert cannot be changed here again. Sign-on requires
      *          perfil supervisor, as in ABM-PARAMETROS; same token
      *          exclusion as the other ABMs. Open alerts still
      *          waiting after some days are listed every morning by
      *          ALERTAS-PENDIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABM-ALERTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-llave
           ALTERNATE RECORD KEY IS soc-nom WITH DUPLICATES
           FILE STATUS IS w-fs-socios.

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

           SELECT OPTIONAL FECHAPROC
           ASSIGN TO DYNAMIC w-path-fechaproc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fechaproc.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
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
           03 filler pic x(40) value
               "1-LISTAR ABIERTAS 2-RESOLVER 3-FIN: ".
       01  lin-encab-lista.
           03 filler pic x(11) value "FECHA".
           03 filler pic x(7) value "FILIAL".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(7) value "MOTIVO".
           03 filler pic x(14) value "     IMPORTE".
           03 filler pic x(6) value "MOVS".
       01  lin-det-lista.
           03 l-lis-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-lis-filial pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-lis-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-lis-nom pic x(20).
           03 filler pic x(1) value spaces.
           03 l-lis-motivo pic x(2).
           03 filler pic x(3) value spaces.
           03 l-lis-importe pic z(8)9,99.
           03 filler pic x(2) value spaces.
           03 l-lis-movs pic zzz9.
       01  lin-alerta-1.
           03 filler pic x(8) value "ALERTA ".
           03 l-alr-motivo pic x(2).
           03 filler pic x(3) value " - ".
           03 l-alr-desc pic x(24).
           03 filler pic x(7) value "SOCIO ".
           03 l-alr-filial pic zzz9.
           03 filler pic x(1) value "-".
           03 l-alr-cod pic zzz9.
           03 filler pic x(1) value spaces.
           03 l-alr-nom pic x(20).
       01  lin-alerta-2.
           03 filler pic x(9) value "IMPORTE ".
           03 l-alr-importe pic z(8)9,99.
           03 filler pic x(10) value "  UMBRAL ".
           03 l-alr-umbral pic z(8)9,99.
           03 filler pic x(10) value "  ESTADO ".
           03 l-alr-estado pic x(12).
       01  lin-alerta-3.
           03 filler pic x(15) value "RESUELTA EL ".
           03 l-alr-fecha-resol pic 9999/99/99.
           03 filler pic x(5) value " POR ".
           03 l-alr-usuario pic x(12).
           03 filler pic x(1) value spaces.
           03 l-alr-observ pic x(40).
       01  lin-encab-movs.
           03 filler pic x(11) value "FECHA".
           03 filler pic x(9) value "HORA".
           03 filler pic x(5) value "TIPO".
           03 filler pic x(14) value "     IMPORTE".
           03 filler pic x(12) value "USUARIO".
       01  lin-det-mov.
           03 l-mov-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-mov-hora pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-mov-tipo pic x(1).
           03 filler pic x(2) value spaces.
           03 l-mov-importe pic -(8)9,99.
           03 filler pic x(2) value spaces.
           03 l-mov-usuario pic x(12).

       77  w-opcion pic 9 value zero.
           88 opc-lista value 1.
           88 opc-resolver value 2.
           88 opc-fin value 3.

       77  w-eof pic 9 value zero.
       77  w-cant-listados pic 9(5) value zero.
       77  w-resolucion pic x(1).
           88 res-desestimar value "D".
           88 res-reportar value "R".
       77  w-observacion pic x(40).
       77  w-confirma pic x(1).

       77  w-usuario pic x(12).
       01  w-fecha-aaaammdd pic 9(8).
       01  w-hora-hhmmss pic 9(8).

       77  w-aud-clave pic x(20).
       77  w-aud-operacion pic x(12).
       77  w-aud-valor-ant pic x(40).
       77  w-aud-valor-nuevo pic x(40).

       77  w-path-alertas pic x(100).
       77  w-path-alertamov pic x(100).
       77  w-path-socios pic x(100).
       77  w-path-auditoria pic x(100).
       77  w-fs-alertas pic xx.
       77  w-fs-alertamov pic xx.
       77  w-fs-socios pic xx.
       77  w-fs-auditoria pic xx.

      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).

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
           PERFORM 120-TOMAR-TOKEN.
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
           OPEN INPUT ALERTAMOV.
           IF w-fs-alertamov NOT = "00"
              AND w-fs-alertamov NOT = "05"
              MOVE "ALERTAMOV" TO w-err-archivo
              MOVE w-fs-alertamov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
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
           ACCEPT w-path-alertas FROM ENVIRONMENT "ALERTAS_DAT".
           IF w-path-alertas = SPACES
              MOVE '..\alertas.dat' TO w-path-alertas
           END-IF.
           ACCEPT w-path-alertamov FROM ENVIRONMENT "ALERTAMOV_DAT".
           IF w-path-alertamov = SPACES
              MOVE '..\alertamov.dat' TO w-path-alertamov
           END-IF.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.
           ACCEPT w-path-auditoria FROM ENVIRONMENT "AUDITORIA_LOG".
           IF w-path-auditoria = SPACES
              MOVE '..\auditoria.log' TO w-path-auditoria
           END-IF.
           ACCEPT w-path-token FROM ENVIRONMENT "TOKEN_DAT".
           IF w-path-token = SPACES
              MOVE '..\batchtok.dat' TO w-path-token
           END-IF.

       200-MOSTRAR-MENU.
           DISPLAY lin-guarda.
           DISPLAY lin-menu.
           ACCEPT w-opcion.

       300-PROCESAR-OPCION.
           EVALUATE TRUE
              WHEN opc-lista
                 PERFORM 400-LISTAR-ABIERTAS
              WHEN opc-resolver
                 PERFORM 500-RESOLVER
              WHEN opc-fin
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * recorrido completo por clave (fecha + socio + motivo): las
      * abiertas salen de la mas vieja a la mas nueva.
       400-LISTAR-ABIERTAS.
           MOVE ZERO TO w-eof.
           MOVE ZERO TO w-cant-listados.
           MOVE LOW-VALUES TO alr-llave.
           START ALERTAS KEY IS NOT LESS THAN alr-llave
               INVALID KEY MOVE 1 TO w-eof
           END-START.
           DISPLAY lin-encab-lista.
           PERFORM UNTIL w-eof = 1
              READ ALERTAS NEXT
                  AT END MOVE 1 TO w-eof
                  NOT AT END
                     IF alr-abierta
                        PERFORM 410-LINEA-ABIERTA
                     END-IF
              END-READ
           END-PERFORM.
           IF w-cant-listados = ZERO
              DISPLAY "NO HAY ALERTAS ABIERTAS"
           END-IF.

       410-LINEA-ABIERTA.
           MOVE alr-fecha TO l-lis-fecha.
           MOVE alr-filial TO l-lis-filial.
           MOVE alr-cod TO l-lis-cod.
           MOVE alr-soc-llave TO soc-llave.
           READ SOCIOS
               INVALID KEY MOVE SPACES TO l-lis-nom
               NOT INVALID KEY MOVE soc-nom TO l-lis-nom
           END-READ.
           MOVE alr-motivo TO l-lis-motivo.
           MOVE alr-importe TO l-lis-importe.
           MOVE alr-cant-movs TO l-lis-movs.
           DISPLAY lin-det-lista.
           ADD 1 TO w-cant-listados.

       500-RESOLVER.
           DISPLAY "FECHA DE LA ALERTA (AAAAMMDD): ".
           ACCEPT alr-fecha.
           DISPLAY "FILIAL: ".
           ACCEPT alr-filial.
           DISPLAY "SOCIO: ".
           ACCEPT alr-cod.
           DISPLAY "MOTIVO (DD/RD/DM/RM/FD): ".
           MOVE SPACES TO alr-motivo.
           ACCEPT alr-motivo.
           MOVE FUNCTION UPPER-CASE(alr-motivo) TO alr-motivo.
           READ ALERTAS
               INVALID KEY
                  DISPLAY "NO EXISTE ESA ALERTA"
               NOT INVALID KEY
                  PERFORM 510-MOSTRAR-ALERTA
                  PERFORM 520-MOSTRAR-MOVIMIENTOS
                  IF alr-abierta
                     PERFORM 530-PIDO-RESOLUCION
                  ELSE
                     DISPLAY "LA ALERTA YA FUE RESUELTA"
                  END-IF
           END-READ.

       510-MOSTRAR-ALERTA.
           MOVE alr-motivo TO l-alr-motivo.
           EVALUATE TRUE
              WHEN alr-dep-diario
                 MOVE "DEPOSITOS DEL DIA" TO l-alr-desc
              WHEN alr-ret-diario
                 MOVE "RETIROS DEL DIA" TO l-alr-desc
              WHEN alr-dep-mensual
                 MOVE "DEPOSITOS DEL MES" TO l-alr-desc
              WHEN alr-ret-mensual
                 MOVE "RETIROS DEL MES" TO l-alr-desc
              WHEN alr-fraccionado
                 MOVE "DEPOSITOS FRACCIONADOS" TO l-alr-desc
              WHEN OTHER
                 MOVE SPACES TO l-alr-desc
           END-EVALUATE.
           MOVE alr-filial TO l-alr-filial.
           MOVE alr-cod TO l-alr-cod.
           MOVE alr-soc-llave TO soc-llave.
           READ SOCIOS
               INVALID KEY MOVE SPACES TO l-alr-nom
               NOT INVALID KEY MOVE soc-nom TO l-alr-nom
           END-READ.
           MOVE alr-importe TO l-alr-importe.
           MOVE alr-umbral TO l-alr-umbral.
           EVALUATE TRUE
              WHEN alr-abierta
                 MOVE "ABIERTA" TO l-alr-estado
              WHEN alr-desestimada
                 MOVE "DESESTIMADA" TO l-alr-estado
              WHEN alr-reportada
                 MOVE "REPORTADA" TO l-alr-estado
              WHEN OTHER
                 MOVE alr-estado TO l-alr-estado
           END-EVALUATE.
           DISPLAY lin-guarda.
           DISPLAY lin-alerta-1.
           DISPLAY lin-alerta-2.
           IF NOT alr-abierta
              MOVE alr-fecha-resol TO l-alr-fecha-resol
              MOVE alr-usuario-resol TO l-alr-usuario
              MOVE alr-observacion TO l-alr-observ
              DISPLAY lin-alerta-3
           END-IF.

       520-MOSTRAR-MOVIMIENTOS.
           MOVE ZERO TO w-eof.
           MOVE alr-llave TO amv-alr-llave.
           MOVE ZERO TO amv-sec.
           START ALERTAMOV KEY IS NOT LESS THAN amv-llave
               INVALID KEY MOVE 1 TO w-eof
           END-START.
           DISPLAY lin-encab-movs.
           PERFORM UNTIL w-eof = 1
              READ ALERTAMOV NEXT
                  AT END MOVE 1 TO w-eof
              END-READ
              IF w-eof NOT = 1
                 IF amv-alr-llave NOT = alr-llave
                    MOVE 1 TO w-eof
                 ELSE
                    MOVE amv-mov-fecha TO l-mov-fecha
                    MOVE amv-mov-hora TO l-mov-hora
                    MOVE amv-mov-tipo TO l-mov-tipo
                    MOVE amv-mov-importe TO l-mov-importe
                    MOVE amv-mov-usuario TO l-mov-usuario
                    DISPLAY lin-det-mov
                 END-IF
              END-IF
           END-PERFORM.

      * la decision se guarda en la alerta con fecha de proceso y
      * usuario, y queda en auditoria con la observacion como valor
      * nuevo; una alerta resuelta ya no vuelve a abrirse.
       530-PIDO-RESOLUCION.
           DISPLAY "D-DESESTIMAR R-REPORTAR (OTRO: NADA): ".
           MOVE SPACES TO w-resolucion.
           ACCEPT w-resolucion.
           MOVE FUNCTION UPPER-CASE(w-resolucion) TO w-resolucion.
           IF NOT res-desestimar AND NOT res-reportar
              DISPLAY "LA ALERTA QUEDA ABIERTA"
           ELSE
              DISPLAY "OBSERVACION: "
              MOVE SPACES TO w-observacion
              ACCEPT w-observacion
              IF w-observacion = SPACES
                 DISPLAY "LA OBSERVACION ES OBLIGATORIA - LA "
                         "ALERTA QUEDA ABIERTA"
              ELSE
                 DISPLAY "CONFIRMA (S/N): "
                 MOVE SPACES TO w-confirma
                 ACCEPT w-confirma
                 IF w-confirma = "S" OR w-confirma = "s"
                    PERFORM 540-GRABAR-RESOLUCION
                 ELSE
                    DISPLAY "LA ALERTA QUEDA ABIERTA"
                 END-IF
              END-IF
           END-IF.

       540-GRABAR-RESOLUCION.
           MOVE w-resolucion TO alr-estado.
           MOVE w-fecha-proc TO alr-fecha-resol.
           MOVE w-usuario TO alr-usuario-resol.
           MOVE w-observacion TO alr-observacion.
           REWRITE alr-reg
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR LA ALERTA"
               NOT INVALID KEY
                  IF alr-desestimada
                     MOVE "DESEST-ALERT" TO w-aud-operacion
                     DISPLAY "ALERTA DESESTIMADA"
                  ELSE
                     MOVE "REPORT-ALERT" TO w-aud-operacion
                     DISPLAY "ALERTA REPORTADA"
                  END-IF
                  MOVE alr-soc-llave TO w-aud-clave
                  MOVE SPACES TO w-aud-valor-ant
                  STRING alr-fecha    DELIMITED BY SIZE
                         "/"          DELIMITED BY SIZE
                         alr-motivo   DELIMITED BY SIZE
                         INTO w-aud-valor-ant
                  END-STRING
                  MOVE w-observacion TO w-aud-valor-nuevo
                  PERFORM 900-GRABAR-AUDITORIA
           END-REWRITE.

       800-FIN.
           CLOSE ALERTAS.
           CLOSE ALERTAMOV.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
           PERFORM 130-LIBERAR-TOKEN.

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
                     WHEN NOT ope-supervisor
                        MOVE "REQUIERE SUPERVISOR"
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
                     "ABM-ALERTAS"     DELIMITED BY SIZE
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
       END PROGRAM ABM-ALERTAS.
