      *          EXTRACTO-SOCIO keeps finding them, and records the
      *          transfer in auditoria.log. Replaces the manual
      *          BAJA + ALTA in ABM-SOCIOS that orphaned the history.
      *          The member identity in identidad.dat follows the
      *          transfer: a new record under the new soc-llave that
      *          points back to the old one, and the old record kept
      *          as transferida pointing forward, so BUSCA-DOCUMENTO
      *          shows every soc-llave the person has held. A target
      *          key that was left behind by an earlier transfer is
      *          not reused. The socio's line in resumov.dat moves
      *          to the new soc-llave along with the rows, and so do
      *          the socio's loans and their cuotas, plazos fijos and
      *          external transfers, so VENCE-PFIJOS, RETORNO-CAMARA
      *          and the loan batch keep finding the socio.
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

           SELECT OPTIONAL AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-auditoria.

           SELECT OPTIONAL IDENTIDAD
           ASSIGN TO DYNAMIC w-path-identidad
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ide-soc-llave
           ALTERNATE RECORD KEY IS ide-documento WITH DUPLICATES
           FILE STATUS IS w-fs-identidad.

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

           SELECT OPTIONAL PFIJOS
           ASSIGN TO DYNAMIC w-path-pfijos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pf-nro
           ALTERNATE RECORD KEY IS pf-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-pfijos.

           SELECT OPTIONAL TRANSFEXT
           ASSIGN TO DYNAMIC w-path-transfext
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS tex-nro
           FILE STATUS IS w-fs-transfext.

           SELECT OPTIONAL TOKEN
           ASSIGN TO DYNAMIC w-path-token
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  PRESTAMOS.
       01  pre-reg.
           03 pre-nro pic 9(5).
           03 pre-soc-llave.
               05 pre-filial pic 9999.
               05 pre-cod pic 9999.
           03 pre-capital pic s9(7)v99.
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

       FD  PFIJOS.
       01  pf-reg.
           03 pf-nro pic 9(6).
           03 pf-soc-llave.
               05 pf-filial pic 9999.
               05 pf-cod pic 9999.
           03 pf-capital pic s9(7)v99.
           03 pf-tasa pic 99v9999.
           03 pf-plazo-dias pic 999.
           03 pf-fecha-constit pic 9(8).
           03 pf-vencimiento pic 9(8).
           03 pf-renueva pic x(1).
               88 pf-con-renovacion value "S".
           03 pf-estado pic x(1).
               88 pf-vigente value "V".
               88 pf-pagado value "P".
               88 pf-cancelado value "C".
           03 pf-renovaciones pic 99.
           03 pf-fecha-baja pic 9(8).

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

       FD  TOKEN.
       01  lin-token pic x(60).

       77  w-fs-socios pic xx.
       77  w-fs-filiales pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-fs-auditoria pic xx.
       77  w-path-identidad pic x(100).
       77  w-fs-identidad pic xx.
       77  w-ide-guarda pic x(170).
       77  w-path-prestamos pic x(100).
       77  w-fs-prestamos pic xx.
       77  w-pre-existe pic 9 value 1.
       77  w-path-cuotas pic x(100).
       77  w-fs-cuotas pic xx.
       77  w-cuo-existe pic 9 value 1.
       77  w-path-pfijos pic x(100).
       77  w-fs-pfijos pic xx.
       77  w-pf-existe pic 9 value 1.
       77  w-path-transfext pic x(100).
       77  w-fs-transfext pic xx.
       77  w-tex-existe pic 9 value 1.

      *********token de exclusion con el batch nocturno ***************
       77  w-path-token pic x(100).
       77  w-cant-movs pic 9(5) value zero.
       77  w-mov-grabado pic 9 value zero.
       77  w-max-cod pic 9999.
       77  w-fin-cuotas pic 9 value zero.
       77  w-pre-nro-tras pic 9(5).
       77  w-cant-prestamos pic 9(5) value zero.
       77  w-cant-cuotas pic 9(5) value zero.
       77  w-cant-pfijos pic 9(5) value zero.
       77  w-cant-transfext pic 9(5) value zero.

       77  w-aud-clave pic x(9).
       77  w-aud-operacion pic x(12).
       01  lin-resumen.
           03 filler pic x(26) value "MOVIMIENTOS TRASLADADOS: ".
           03 l-cant-movs pic zz.zz9.
       01  lin-resumen-cartera.
           03 filler pic x(11) value "PRESTAMOS: ".
           03 l-cant-prestamos pic zz.zz9.
           03 filler pic x(10) value "  CUOTAS: ".
           03 l-cant-cuotas pic zz.zz9.
           03 filler pic x(16) value "  PLAZOS FIJOS: ".
           03 l-cant-pfijos pic zz.zz9.
           03 filler pic x(20) value "  TRANSF. EXTERNAS: ".
           03 l-cant-transfext pic zz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF w-transfer-ok = 1
               PERFORM 400-TRASLADAR-MOVIMIENTOS
               PERFORM 500-GRABAR-AUDITORIA
               PERFORM 600-TRASLADAR-IDENTIDAD
               PERFORM 700-TRASLADAR-PRESTAMOS
               PERFORM 750-TRASLADAR-PFIJOS
               PERFORM 770-TRASLADAR-TRANSFEXT
               MOVE w-cant-movs TO l-cant-movs
               DISPLAY lin-resumen
               MOVE w-cant-prestamos TO l-cant-prestamos
               MOVE w-cant-cuotas TO l-cant-cuotas
               MOVE w-cant-pfijos TO l-cant-pfijos
               MOVE w-cant-transfext TO l-cant-transfext
               DISPLAY lin-resumen-cartera
               DISPLAY "TRANSFERENCIA REALIZADA"
            END-IF.
            PERFORM 800-FIN.
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
              MOVE w-fs-auditoria TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O IDENTIDAD.
           IF w-fs-identidad = "35"
              OPEN OUTPUT IDENTIDAD
              CLOSE IDENTIDAD
              OPEN I-O IDENTIDAD
           END-IF.
           IF w-fs-identidad NOT = "00"
              AND w-fs-identidad NOT = "05"
              MOVE "IDENTIDAD" TO w-err-archivo
              MOVE w-fs-identidad TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * prestamos, cuotas, plazos fijos y transferencias externas se
      * trasladan si existen; un archivo que todavia no se creo no
      * tiene nada del socio.
           OPEN I-O PRESTAMOS.
           IF w-fs-prestamos = "35"
              MOVE ZERO TO w-pre-existe
           END-IF.
           IF w-fs-prestamos NOT = "00"
              AND w-fs-prestamos NOT = "05"
              AND w-fs-prestamos NOT = "35"
              MOVE "PRESTAMOS" TO w-err-archivo
              MOVE w-fs-prestamos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O CUOTAS.
           IF w-fs-cuotas = "35"
              MOVE ZERO TO w-cuo-existe
           END-IF.
           IF w-fs-cuotas NOT = "00"
              AND w-fs-cuotas NOT = "05"
              AND w-fs-cuotas NOT = "35"
              MOVE "CUOTAS" TO w-err-archivo
              MOVE w-fs-cuotas TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O PFIJOS.
           IF w-fs-pfijos = "35"
              MOVE ZERO TO w-pf-existe
           END-IF.
           IF w-fs-pfijos NOT = "00"
              AND w-fs-pfijos NOT = "05"
              AND w-fs-pfijos NOT = "35"
              MOVE "PFIJOS" TO w-err-archivo
              MOVE w-fs-pfijos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN I-O TRANSFEXT.
           IF w-fs-transfext = "35"
              MOVE ZERO TO w-tex-existe
           END-IF.
           IF w-fs-transfext NOT = "00"
              AND w-fs-transfext NOT = "05"
              AND w-fs-transfext NOT = "35"
              MOVE "TRANSFEXT" TO w-err-archivo
              MOVE w-fs-transfext TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

       105-TOMAR-RUTAS.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
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
           IF w-path-token = SPACES
              MOVE '..\batchtok.dat' TO w-path-token
           END-IF.
           ACCEPT w-path-identidad FROM ENVIRONMENT "IDENTIDAD_DAT".
           IF w-path-identidad = SPACES
              MOVE '..\identidad.dat' TO w-path-identidad
           END-IF.
           ACCEPT w-path-prestamos FROM ENVIRONMENT "PRESTAMOS_DAT".
           IF w-path-prestamos = SPACES
              MOVE '..\prestamos.dat' TO w-path-prestamos
           END-IF.
           ACCEPT w-path-cuotas FROM ENVIRONMENT "CUOTAS_DAT".
           IF w-path-cuotas = SPACES
              MOVE '..\cuotas.dat' TO w-path-cuotas
           END-IF.
           ACCEPT w-path-pfijos FROM ENVIRONMENT "PFIJOS_DAT".
           IF w-path-pfijos = SPACES
              MOVE '..\pfijos.dat' TO w-path-pfijos
           END-IF.
           ACCEPT w-path-transfext FROM ENVIRONMENT "TRANSFEXT_DAT".
           IF w-path-transfext = SPACES
              MOVE '..\transfext.dat' TO w-path-transfext
           END-IF.

       200-PIDO-DATOS.
           DISPLAY lin-guarda.
           IF w-transfer-ok = 1 AND w-nueva-cod = ZERO
              PERFORM 250-ASIGNAR-CODIGO-LIBRE
           END-IF.
           IF w-transfer-ok = 1
              PERFORM 260-CONTROLAR-CLAVE-DESTINO
           END-IF.

      * una clave que un traslado anterior dejo atras sigue en la
      * ficha de identidad como eslabon de aquel socio: no se reusa.
       260-CONTROLAR-CLAVE-DESTINO.
           MOVE w-llave-nueva TO ide-soc-llave.
           READ IDENTIDAD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  IF ide-transferida
                     DISPLAY "LA CLAVE DESTINO FUE DE UN SOCIO "
                             "TRASLADADO - INDICAR OTRO CODIGO"
                     MOVE ZERO TO w-transfer-ok
                  END-IF
           END-READ.

      * recorre los socios de la filial destino y se queda con el
      * codigo mas alto; el proximo libre es ese mas uno.
           PERFORM UNTIL w-fin-movs = 1
              PERFORM 420-TRASLADAR-UN-MOVIMIENTO
           END-PERFORM.
      * al regrabar cada fila el resumen se fue armando bajo la clave
      * nueva; el de la clave vieja ya no tiene filas y se borra.
           IF w-rsm-existe = 1
              MOVE w-llave-vieja TO rsm-soc-llave
              DELETE RESUMOV
                  INVALID KEY CONTINUE
              END-DELETE
           END-IF.

       420-TRASLADAR-UN-MOVIMIENTO.
           MOVE w-llave-vieja TO mov-soc-llave.
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO w-mov-grabado
                  PERFORM 980-ACTUALIZAR-RESUMEN
           END-WRITE.
           IF w-mov-grabado = 0
              AND w-fs-movimientos NOT = "22"
           END-STRING.
           WRITE lin-auditoria.

      * la ficha nueva nace con la clave de origen y la vieja queda
      * como transferida apuntando a la nueva: desde cualquiera de
      * las dos se recorre la cadena. Un socio sin ficha (cargado
      * antes de identidad.dat) se avisa para completarla en el ABM.
       600-TRASLADAR-IDENTIDAD.
           MOVE w-llave-vieja TO ide-soc-llave.
           READ IDENTIDAD
               INVALID KEY
                  DISPLAY "EL SOCIO NO TIENE FICHA DE IDENTIDAD - "
                          "COMPLETARLA EN ABM-SOCIOS"
               NOT INVALID KEY
                  PERFORM 610-GRABAR-IDENTIDAD-NUEVA
           END-READ.

       610-GRABAR-IDENTIDAD-NUEVA.
           MOVE ide-reg TO w-ide-guarda.
           MOVE w-llave-nueva TO ide-soc-llave.
           MOVE w-llave-vieja TO ide-llave-origen.
           MOVE ZERO TO ide-llave-destino.
           MOVE "V" TO ide-estado.
           WRITE ide-reg
               INVALID KEY
                  REWRITE ide-reg
                      INVALID KEY
                         DISPLAY "ERROR AL GRABAR LA IDENTIDAD NUEVA"
                  END-REWRITE
           END-WRITE.
           MOVE w-ide-guarda TO ide-reg.
           MOVE "T" TO ide-estado.
           MOVE w-llave-nueva TO ide-llave-destino.
           REWRITE ide-reg
               INVALID KEY
                  DISPLAY "ERROR AL MARCAR LA IDENTIDAD TRASLADADA"
           END-REWRITE.

      * traslada los prestamos del socio de a uno por vez, igual que
      * los movimientos: se posiciona por la clave alternativa en la
      * clave vieja, regraba el primero que encuentra con la clave
      * nueva y vuelve a posicionarse, hasta que no quede ninguno. Con
      * cada prestamo van sus cuotas, que tambien llevan el socio.
       700-TRASLADAR-PRESTAMOS.
           MOVE ZERO TO w-fin-movs.
           IF w-pre-existe = 0
              MOVE 1 TO w-fin-movs
           END-IF.
           PERFORM UNTIL w-fin-movs = 1
              PERFORM 710-TRASLADAR-UN-PRESTAMO
           END-PERFORM.

       710-TRASLADAR-UN-PRESTAMO.
           MOVE w-llave-vieja TO pre-soc-llave.
           START PRESTAMOS KEY IS = pre-soc-llave
               INVALID KEY MOVE 1 TO w-fin-movs
           END-START.
           IF w-fin-movs NOT = 1
              READ PRESTAMOS NEXT
                  AT END MOVE 1 TO w-fin-movs
              END-READ
           END-IF.
           IF w-fin-movs NOT = 1
              IF pre-soc-llave NOT = w-llave-vieja
                 MOVE 1 TO w-fin-movs
              ELSE
                 MOVE w-llave-nueva TO pre-soc-llave
                 REWRITE pre-reg
                     INVALID KEY
                        DISPLAY "ERROR AL TRASLADAR PRESTAMO " pre-nro
                        MOVE 1 TO w-fin-movs
                     NOT INVALID KEY
                        ADD 1 TO w-cant-prestamos
                        MOVE pre-nro TO w-pre-nro-tras
                        PERFORM 720-TRASLADAR-CUOTAS
                 END-REWRITE
      * una falla dura del REWRITE (estado 3x/9x) dejaria releyendo
      * el mismo prestamo: se corta por la clasificacion comun.
                 IF w-fs-prestamos(1:1) NOT = "0"
                    AND w-fs-prestamos(1:1) NOT = "2"
                    MOVE "PRESTAMOS" TO w-err-archivo
                    MOVE w-fs-prestamos TO w-err-fs
                    PERFORM 950-ERROR-ARCHIVO
                 END-IF
              END-IF
           END-IF.

      * las cuotas van por numero de prestamo: se recorren las del
      * prestamo recien trasladado y se les cambia el socio.
       720-TRASLADAR-CUOTAS.
           MOVE ZERO TO w-fin-cuotas.
           IF w-cuo-existe = 0
              MOVE 1 TO w-fin-cuotas
           ELSE
              MOVE w-pre-nro-tras TO cuo-pre-nro
              MOVE ZERO TO cuo-numero
              START CUOTAS KEY IS NOT LESS THAN cuo-llave
                  INVALID KEY MOVE 1 TO w-fin-cuotas
              END-START
           END-IF.
           PERFORM UNTIL w-fin-cuotas = 1
              READ CUOTAS NEXT
                  AT END MOVE 1 TO w-fin-cuotas
              END-READ
              IF w-fin-cuotas NOT = 1
                 IF cuo-pre-nro NOT = w-pre-nro-tras
                    MOVE 1 TO w-fin-cuotas
                 ELSE
                    IF cuo-soc-llave = w-llave-vieja
                       PERFORM 730-REGRABAR-CUOTA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       730-REGRABAR-CUOTA.
           MOVE w-llave-nueva TO cuo-soc-llave.
           REWRITE cuo-reg
               INVALID KEY
                  DISPLAY "ERROR AL TRASLADAR CUOTA " cuo-pre-nro
                          "/" cuo-numero
               NOT INVALID KEY
                  ADD 1 TO w-cant-cuotas
           END-REWRITE.
           IF w-fs-cuotas(1:1) NOT = "0"
              AND w-fs-cuotas(1:1) NOT = "2"
              MOVE "CUOTAS" TO w-err-archivo
              MOVE w-fs-cuotas TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

      * los plazos fijos, vigentes o ya pagados, con el mismo esquema
      * que los prestamos: VENCE-PFIJOS busca el socio del
      * certificado y sin esto lo saltearia para siempre.
       750-TRASLADAR-PFIJOS.
           MOVE ZERO TO w-fin-movs.
           IF w-pf-existe = 0
              MOVE 1 TO w-fin-movs
           END-IF.
           PERFORM UNTIL w-fin-movs = 1
              PERFORM 760-TRASLADAR-UN-PFIJO
           END-PERFORM.

       760-TRASLADAR-UN-PFIJO.
           MOVE w-llave-vieja TO pf-soc-llave.
           START PFIJOS KEY IS = pf-soc-llave
               INVALID KEY MOVE 1 TO w-fin-movs
           END-START.
           IF w-fin-movs NOT = 1
              READ PFIJOS NEXT
                  AT END MOVE 1 TO w-fin-movs
              END-READ
           END-IF.
           IF w-fin-movs NOT = 1
              IF pf-soc-llave NOT = w-llave-vieja
                 MOVE 1 TO w-fin-movs
              ELSE
                 MOVE w-llave-nueva TO pf-soc-llave
                 REWRITE pf-reg
                     INVALID KEY
                        DISPLAY "ERROR AL TRASLADAR PLAZO FIJO " pf-nro
                        MOVE 1 TO w-fin-movs
                     NOT INVALID KEY
                        ADD 1 TO w-cant-pfijos
                 END-REWRITE
                 IF w-fs-pfijos(1:1) NOT = "0"
                    AND w-fs-pfijos(1:1) NOT = "2"
                    MOVE "PFIJOS" TO w-err-archivo
                    MOVE w-fs-pfijos TO w-err-fs
                    PERFORM 950-ERROR-ARCHIVO
                 END-IF
              END-IF
           END-IF.

      * transfext.dat no tiene clave por socio: se recorre entero. Se
      * trasladan todas, no solo las pendientes o enviadas, para que
      * RETORNO-CAMARA acredite una devolucion y el historial del
      * socio quede completo bajo la clave nueva.
       770-TRASLADAR-TRANSFEXT.
           MOVE ZERO TO w-fin-movs.
           IF w-tex-existe = 0
              MOVE 1 TO w-fin-movs
           ELSE
              MOVE ZERO TO tex-nro
              START TRANSFEXT KEY IS NOT LESS THAN tex-nro
                  INVALID KEY MOVE 1 TO w-fin-movs
              END-START
           END-IF.
           PERFORM UNTIL w-fin-movs = 1
              READ TRANSFEXT NEXT
                  AT END MOVE 1 TO w-fin-movs
              END-READ
              IF w-fin-movs NOT = 1
                 IF tex-soc-llave = w-llave-vieja
                    PERFORM 780-REGRABAR-TRANSFEXT
                 END-IF
              END-IF
           END-PERFORM.

       780-REGRABAR-TRANSFEXT.
           MOVE w-llave-nueva TO tex-soc-llave.
           REWRITE tex-reg
               INVALID KEY
                  DISPLAY "ERROR AL TRASLADAR TRANSFERENCIA " tex-nro
               NOT INVALID KEY
                  ADD 1 TO w-cant-transfext
           END-REWRITE.
           IF w-fs-transfext(1:1) NOT = "0"
              AND w-fs-transfext(1:1) NOT = "2"
              MOVE "TRANSFEXT" TO w-err-archivo
              MOVE w-fs-transfext TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

       800-FIN.
           CLOSE SOCIOS.
           CLOSE FILIALES.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           CLOSE AUDITORIA.
           CLOSE IDENTIDAD.
           IF w-pre-existe = 1
              CLOSE PRESTAMOS
           END-IF.
           IF w-cuo-existe = 1
              CLOSE CUOTAS
           END-IF.
           IF w-pf-existe = 1
              CLOSE PFIJOS
           END-IF.
           IF w-tex-existe = 1
              CLOSE TRANSFEXT
           END-IF.
           PERFORM 130-LIBERAR-TOKEN.


              CLOSE AUDITORIA
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
