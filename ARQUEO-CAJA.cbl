      ******************************************************************
      * Author:
      * Date:
      * Purpose: teller cash close-out (arqueo de caja) per operator
      *          and processing date. The teller signs on against
      *          operadores.dat (operador or supervisor perfil) and
      *          declares the filial of the drawer, the opening float
      *          and the cash counted. The program adds up the cash
      *          movements that operator posted on the processing
      *          date (tipos A, C, D and R of ABM-SOCIOS: positive
      *          amounts are cash in, negative ones cash out), shows
      *          the expected cash and the sobrante or faltante, and
      *          keeps the declared close-out in arqueos.dat, keyed by
      *          fecha and usuario. A second close-out of the same day
      *          is a rectificacion and needs the signature of a
      *          supervisor other than the teller; it replaces the
      *          previous one and is counted. Every close-out,
      *          rectificacion and rejection goes to auditoria.log.
      *          RESUMEN-CAJAS lists all the drawers of the day per
      *          filial. Takes the batch/ABM token like the ABMs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUEO-CAJA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUEOS
           ASSIGN TO DYNAMIC w-path-arqueos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS arq-llave
           FILE STATUS IS w-fs-arqueos.

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
       FD  ARQUEOS.
       01  arq-reg.
           03 arq-llave.
               05 arq-fecha pic 9(8).
               05 arq-usuario pic x(12).
           03 arq-filial pic 9999.
           03 arq-hora pic 9(8).
           03 arq-fondo pic 9(7)v99.
           03 arq-ingresos pic 9(9)v99.
           03 arq-egresos pic 9(9)v99.
           03 arq-cant-movs pic 9(5).
           03 arq-esperado pic s9(9)v99.
           03 arq-contado pic 9(9)v99.
           03 arq-diferencia pic s9(9)v99.
           03 arq-rectificaciones pic 99.
           03 arq-supervisor pic x(12).

       FD  MOVIMIENTOS.
       01  mov-reg.
           03 mov-llave.
               05 mov-soc-llave.
                   07 mov-filial pic 9999.
                   07 mov-cod pic 9999.
               05 mov-fecha pic 9(8).
               05 mov-hora pic 9(8).
           03 mov-tipo pic x(1).
               88 mov-efectivo value "A" "C" "D" "R".
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

       77  w-path-arqueos pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-filiales pic x(100).
       77  w-path-auditoria pic x(100).
       77  w-fs-arqueos pic xx.
       77  w-fs-movimientos pic xx.
       77  w-fs-filiales pic xx.
       77  w-fs-auditoria pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********arqueo del dia *****************************************
       77  w-hay-arqueo pic 9 value zero.
       77  w-sigue pic 9 value 1.
       77  w-hay-movs pic 9 value zero.
       77  w-eof-mov pic 9 value zero.
       77  w-resp pic x(1).
       77  w-filial pic 9999.
       77  w-filial-ok pic 9 value zero.
       77  w-fondo pic 9(7)v99.
       77  w-contado pic 9(9)v99.
       77  w-ingresos pic 9(9)v99 value zero.
       77  w-egresos pic 9(9)v99 value zero.
       77  w-cant-movs pic 9(5) value zero.
       77  w-cant-otros pic 9(5) value zero.
       77  w-esperado pic s9(9)v99.
       77  w-diferencia pic s9(9)v99.
       77  w-rectificaciones pic 99 value zero.
       77  w-dif-ant pic s9(9)v99.
       77  w-importe-ed pic -(9)9,99.

       01  lin-guarda.
           03 filler pic x(80) value all ".".
       01  lin-titulo.
           03 filler pic x(24) value "ARQUEO DE CAJA - FECHA: ".
           03 l-tit-fecha pic 9999/99/99.
           03 filler pic x(11) value " OPERADOR: ".
           03 l-tit-usuario pic x(12).
       01  lin-arqueo.
           03 l-arq-concepto pic x(30).
           03 l-arq-importe pic -(9)9,99.
       01  lin-cant.
           03 filler pic x(30) value "MOVIMIENTOS EN EFECTIVO".
           03 l-cant-movs pic zz.zz9.
       01  lin-cant-otros.
           03 filler pic x(30) value "OTROS MOVIMIENTOS (SIN CAJA)".
           03 l-cant-otros pic zz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-BUSCAR-ARQUEO.
            IF w-sigue = 1
               PERFORM 300-PEDIR-DATOS
            END-IF.
            IF w-sigue = 1
               PERFORM 400-SUMAR-MOVIMIENTOS
               PERFORM 500-CALCULAR-ARQUEO
               PERFORM 600-GRABAR-ARQUEO
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
           OPEN I-O ARQUEOS.
           IF w-fs-arqueos = "35"
              OPEN OUTPUT ARQUEOS
              CLOSE ARQUEOS
              OPEN I-O ARQUEOS
           END-IF.
           IF w-fs-arqueos NOT = "00"
              AND w-fs-arqueos NOT = "05"
              MOVE "ARQUEOS" TO w-err-archivo
              MOVE w-fs-arqueos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT FILIALES.
           IF w-fs-filiales NOT = "00"
              MOVE "FILIALES" TO w-err-archivo
              MOVE w-fs-filiales TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * sin movimientos todavia el arqueo igual se hace: la caja
      * tiene que cerrar con el fondo con que abrio.
           OPEN INPUT MOVIMIENTOS.
           IF w-fs-movimientos = "00"
              MOVE 1 TO w-hay-movs
           ELSE
              IF w-fs-movimientos NOT = "05"
                 AND w-fs-movimientos NOT = "35"
                 MOVE "MOVIMIENTOS" TO w-err-archivo
                 MOVE w-fs-movimientos TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
           END-IF.
           MOVE w-fecha-proc TO l-tit-fecha.
           MOVE w-usuario TO l-tit-usuario.
           DISPLAY lin-guarda.
           DISPLAY lin-titulo.

       105-TOMAR-RUTAS.
           ACCEPT w-path-arqueos FROM ENVIRONMENT "ARQUEOS_DAT".
           IF w-path-arqueos = SPACES
              MOVE '..\arqueos.dat' TO w-path-arqueos
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
           ACCEPT w-path-auditoria FROM ENVIRONMENT "AUDITORIA_LOG".
           IF w-path-auditoria = SPACES
              MOVE '..\auditoria.log' TO w-path-auditoria
           END-IF.
           ACCEPT w-path-token FROM ENVIRONMENT "TOKEN_DAT".
           IF w-path-token = SPACES
              MOVE '..\batchtok.dat' TO w-path-token
           END-IF.

      * un arqueo ya declarado para el dia solo se rectifica con la
      * firma de un supervisor que no sea el mismo cajero; el
      * rechazo queda en la auditoria y no se toca lo declarado.
       200-BUSCAR-ARQUEO.
           MOVE w-fecha-proc TO arq-fecha.
           MOVE w-usuario TO arq-usuario.
           READ ARQUEOS
               INVALID KEY MOVE ZERO TO w-hay-arqueo
               NOT INVALID KEY MOVE 1 TO w-hay-arqueo
           END-READ.
           IF w-hay-arqueo = 1
              MOVE arq-diferencia TO w-dif-ant
              MOVE arq-filial TO w-filial
              MOVE arq-rectificaciones TO w-rectificaciones
              MOVE arq-diferencia TO w-importe-ed
              DISPLAY "LA CAJA YA FUE CERRADA A LAS " arq-hora
                      " CON DIFERENCIA " w-importe-ed
              DISPLAY "RECTIFICA EL ARQUEO (S/N): "
              ACCEPT w-resp
              IF w-resp = "S" OR w-resp = "s"
                 PERFORM 210-AUTORIZAR-RECTIFICACION
              ELSE
                 MOVE ZERO TO w-sigue
              END-IF
           END-IF.

       210-AUTORIZAR-RECTIFICACION.
           MOVE ZERO TO w-autorizado.
           DISPLAY "LA RECTIFICACION REQUIERE AUTORIZACION DE "
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
              MOVE "ARQUEO-RECH" TO w-aud-operacion
              PERFORM 910-FORMATEAR-CLAVE
              MOVE "RECTIFICACION" TO w-aud-valor-ant
              MOVE w-autor-usuario TO w-aud-valor-nuevo
              PERFORM 900-GRABAR-AUDITORIA
              MOVE ZERO TO w-sigue
              MOVE 8 TO RETURN-CODE
           END-IF.

      * la filial es la de la caja que se cierra: el maestro de
      * operadores no la tiene y un cajero puede cubrir otra sucursal.
       300-PEDIR-DATOS.
           MOVE ZERO TO w-filial-ok.
           DISPLAY "FILIAL DE LA CAJA: ".
           ACCEPT w-filial.
           MOVE w-filial TO fil-cod.
           READ FILIALES
               INVALID KEY
                  DISPLAY "NO EXISTE ESA FILIAL"
               NOT INVALID KEY
                  IF fil-cerrada
                     DISPLAY "LA FILIAL ESTA CERRADA"
                  ELSE
                     MOVE 1 TO w-filial-ok
                  END-IF
           END-READ.
           IF w-filial-ok = 0
              MOVE ZERO TO w-sigue
           ELSE
              DISPLAY "FONDO INICIAL DE LA CAJA: "
              ACCEPT w-fondo
              DISPLAY "EFECTIVO CONTADO AL CIERRE: "
              ACCEPT w-contado
           END-IF.

      * recorrido completo de movimientos tomando los del operador
      * en la fecha de proceso; los tipos que no mueven efectivo
      * (intereses, comisiones, transferencias, etc.) solo se cuentan.
       400-SUMAR-MOVIMIENTOS.
           MOVE ZERO TO w-ingresos.
           MOVE ZERO TO w-egresos.
           MOVE ZERO TO w-cant-movs.
           MOVE ZERO TO w-cant-otros.
           IF w-hay-movs = 1
              MOVE ZERO TO w-eof-mov
              MOVE LOW-VALUES TO mov-llave
              START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
                  INVALID KEY MOVE 1 TO w-eof-mov
              END-START
              PERFORM UNTIL w-eof-mov = 1
                 READ MOVIMIENTOS NEXT
                     AT END MOVE 1 TO w-eof-mov
                     NOT AT END PERFORM 410-TOMAR-MOVIMIENTO
                 END-READ
              END-PERFORM
           END-IF.

       410-TOMAR-MOVIMIENTO.
           IF mov-fecha = w-fecha-proc AND mov-usuario = w-usuario
              IF mov-efectivo
                 ADD 1 TO w-cant-movs
                 IF mov-importe > ZERO
                    ADD mov-importe TO w-ingresos
                 ELSE
                    SUBTRACT mov-importe FROM w-egresos
                 END-IF
              ELSE
                 ADD 1 TO w-cant-otros
              END-IF
           END-IF.

       500-CALCULAR-ARQUEO.
           COMPUTE w-esperado = w-fondo + w-ingresos - w-egresos.
           COMPUTE w-diferencia = w-contado - w-esperado.
           DISPLAY lin-guarda.
           MOVE "FONDO INICIAL" TO l-arq-concepto.
           MOVE w-fondo TO l-arq-importe.
           DISPLAY lin-arqueo.
           MOVE "INGRESOS EN EFECTIVO" TO l-arq-concepto.
           MOVE w-ingresos TO l-arq-importe.
           DISPLAY lin-arqueo.
           MOVE "EGRESOS EN EFECTIVO" TO l-arq-concepto.
           MOVE w-egresos TO l-arq-importe.
           DISPLAY lin-arqueo.
           MOVE w-cant-movs TO l-cant-movs.
           DISPLAY lin-cant.
           MOVE w-cant-otros TO l-cant-otros.
           DISPLAY lin-cant-otros.
           MOVE "EFECTIVO ESPERADO" TO l-arq-concepto.
           MOVE w-esperado TO l-arq-importe.
           DISPLAY lin-arqueo.
           MOVE "EFECTIVO CONTADO" TO l-arq-concepto.
           MOVE w-contado TO l-arq-importe.
           DISPLAY lin-arqueo.
           EVALUATE TRUE
              WHEN w-diferencia > ZERO
                 MOVE "SOBRANTE" TO l-arq-concepto
              WHEN w-diferencia < ZERO
                 MOVE "FALTANTE" TO l-arq-concepto
              WHEN OTHER
                 MOVE "CAJA CUADRADA" TO l-arq-concepto
           END-EVALUATE.
           MOVE w-diferencia TO l-arq-importe.
           DISPLAY lin-arqueo.

      * lo declarado queda como se declaro: si despues del cierre el
      * cajero sigue operando, RESUMEN-CAJAS lo detecta al recalcular.
       600-GRABAR-ARQUEO.
           ACCEPT w-hora-hhmmss FROM TIME.
           MOVE w-fecha-proc TO arq-fecha.
           MOVE w-usuario TO arq-usuario.
           MOVE w-filial TO arq-filial.
           MOVE w-hora-hhmmss TO arq-hora.
           MOVE w-fondo TO arq-fondo.
           MOVE w-ingresos TO arq-ingresos.
           MOVE w-egresos TO arq-egresos.
           MOVE w-cant-movs TO arq-cant-movs.
           MOVE w-esperado TO arq-esperado.
           MOVE w-contado TO arq-contado.
           MOVE w-diferencia TO arq-diferencia.
           PERFORM 910-FORMATEAR-CLAVE.
           MOVE w-diferencia TO w-importe-ed.
           MOVE w-importe-ed TO w-aud-valor-nuevo.
           IF w-hay-arqueo = 1
              ADD 1 TO w-rectificaciones
              MOVE w-rectificaciones TO arq-rectificaciones
              MOVE w-autor-usuario TO arq-supervisor
              REWRITE arq-reg
                  INVALID KEY
                     DISPLAY "ERROR AL RECTIFICAR EL ARQUEO"
                  NOT INVALID KEY
                     DISPLAY "ARQUEO RECTIFICADO"
                     MOVE "ARQUEO-RECT" TO w-aud-operacion
                     MOVE w-dif-ant TO w-importe-ed
                     MOVE w-importe-ed TO w-aud-valor-ant
                     PERFORM 900-GRABAR-AUDITORIA
              END-REWRITE
           ELSE
              MOVE ZERO TO arq-rectificaciones
              MOVE SPACES TO arq-supervisor
              WRITE arq-reg
                  INVALID KEY
                     DISPLAY "ERROR AL GRABAR EL ARQUEO"
                  NOT INVALID KEY
                     DISPLAY "ARQUEO REGISTRADO"
                     MOVE "ARQUEO" TO w-aud-operacion
                     MOVE SPACES TO w-aud-valor-ant
                     PERFORM 900-GRABAR-AUDITORIA
              END-WRITE
           END-IF.

       800-FIN.
           CLOSE ARQUEOS.
           CLOSE FILIALES.
           CLOSE AUDITORIA.
           IF w-hay-movs = 1
              CLOSE MOVIMIENTOS
           END-IF.
           PERFORM 130-LIBERAR-TOKEN.

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

      * clave de auditoria del arqueo: fecha de proceso y filial de
      * la caja (el usuario ya va en su propia columna).
       910-FORMATEAR-CLAVE.
           MOVE SPACES TO w-aud-clave.
           STRING w-fecha-proc DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  w-filial     DELIMITED BY SIZE
                  INTO w-aud-clave
           END-STRING.

      * inicio de sesion contra el maestro de operadores. A
      * diferencia de los ABM aca no hay sesion sin maestro: el
      * arqueo es del operador que firma y sin maestro no hay
      * operador. El perfil de consulta no tiene caja.
       102-SIGNON.
           ACCEPT w-path-operadores FROM ENVIRONMENT "OPERADORES_DAT".
           IF w-path-operadores = SPACES
              MOVE '..\operadores.dat' TO w-path-operadores
           END-IF.
           OPEN INPUT OPERADORES.
           IF w-fs-operadores NOT = "00"
              DISPLAY "SIN MAESTRO DE OPERADORES - NO SE PUEDE "
                      "ARQUEAR LA CAJA"
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
                     "ARQUEO-CAJA" DELIMITED BY SIZE
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

      * exclusion mutua con run_batch.sh, igual que en los ABMs:
      * arqueos.dat entra en el respaldo del PASO 095 y lo lee el
      * PASO 097, y restaura.sh lo repone; un arqueo en medio de
      * cualquiera de ellos quedaria a medias. Si el token esta tomado
      * se informa quien lo tiene desde cuando y no se arranca; si
      * esta libre se registra la sesion. Un token colgado tras una
      * caida se limpia con CONTROLA-TOKEN accion FORZAR.
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
       END PROGRAM ARQUEO-CAJA.
