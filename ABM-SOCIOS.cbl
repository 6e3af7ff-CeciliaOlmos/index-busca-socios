      ******************************************************************
      * Author:
      * Date:
      * Purpose: interactive maintenance of socios.dat: alta, baja
      *          (supervisor only), modificacion with second signature
      *          above TOPE-AJUSTE, and reactivacion, each one with
      *          its auditoria.log line and its movimiento. The alta
      *          also records the member identity file identidad.dat
      *          (documento, domicilio, telefono, email, fecha de
      *          nacimiento) and is refused when the documento already
      *          belongs to a socio that is not cerrado, in any
      *          filial; the same check guards the reactivation of a
      *          cerrado socio. The modificacion updates the contact
      *          data, or creates the identity of a socio loaded
      *          before identidad.dat existed.
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

           SELECT OPTIONAL OPERADORES
           ASSIGN TO DYNAMIC w-path-operadores
           ORGANIZATION IS INDEXED
           RECORD KEY IS ope-usuario
           FILE STATUS IS w-fs-operadores.

           SELECT OPTIONAL IDENTIDAD
           ASSIGN TO DYNAMIC w-path-identidad
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ide-soc-llave
           ALTERNATE RECORD KEY IS ide-documento WITH DUPLICATES
           FILE STATUS IS w-fs-identidad.

           SELECT OPTIONAL PARAM-MAESTRO
           ASSIGN TO DYNAMIC w-path-maestro
           ORGANIZATION IS INDEXED
               88 soc-cerrado value "C".
           03 soc-fecha-alta pic 9(8).

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

       FD  AUDITORIA.
       01  lin-auditoria pic x(150).

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

       FD  OPERADORES.
       01  ope-reg.
           03 ope-usuario pic x(12).
       77  w-fs-socios pic xx.
       77  w-fs-auditoria pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).

      *********ficha de identidad del socio ***************************
       77  w-path-identidad pic x(100).
       77  w-fs-identidad pic xx.
       01  w-documento.
           03 w-doc-tipo pic x(3).
           03 w-doc-nro pic 9(11).
       77  w-doc-ok pic 9 value zero.
       77  w-doc-ocupado pic 9 value zero.
       77  w-fin-identidad pic 9 value zero.
       77  w-hay-identidad pic 9 value zero.
       01  w-llave-alta.
           03 w-alta-filial pic 9999.
           03 w-alta-cod pic 9999.
       01  w-llave-ocupante.
           03 w-ocup-filial pic 9999.
           03 w-ocup-cod pic 9999.
       77  w-fecha-alta-soc pic 9(8).
       77  w-soc-guarda pic x(46).
       77  w-resp-contacto pic x(1).

      *********token de exclusion con el batch nocturno ***************
       77  w-path-token pic x(100).
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

       105-TOMAR-RUTAS.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.
           ACCEPT w-path-identidad FROM ENVIRONMENT "IDENTIDAD_DAT".
           IF w-path-identidad = SPACES
              MOVE '..\identidad.dat' TO w-path-identidad
           END-IF.

       200-MOSTRAR-MENU.
           DISPLAY lin-guarda.
           ACCEPT soc-filial.
           DISPLAY "CODIGO DE SOCIO: ".
           ACCEPT soc-cod.
           MOVE soc-llave TO w-llave-alta.
           PERFORM 405-CONTROLAR-CLAVE-TRASLADO.
           IF w-doc-ok = 1
              PERFORM 410-PIDO-DOCUMENTO
           END-IF.
           IF w-doc-ok = 1
              PERFORM 420-COMPLETAR-ALTA
           END-IF.

      * la clave que TRANSFIERE-SOCIO dejo libre sigue en la ficha de
      * identidad como eslabon del traslado: no se reusa, para no
      * perder el rastro de la persona que la tuvo.
       405-CONTROLAR-CLAVE-TRASLADO.
           MOVE 1 TO w-doc-ok.
           MOVE w-llave-alta TO ide-soc-llave.
           READ IDENTIDAD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  IF ide-transferida
                     DISPLAY "CLAVE DE UN SOCIO TRASLADADO A "
                             ide-dest-filial "-" ide-dest-cod
                             " - USAR OTRO CODIGO"
                     MOVE ZERO TO w-doc-ok
                  END-IF
           END-READ.

      * el documento se pide y se controla antes que el resto de los
      * datos: una persona no puede tener dos cuentas abiertas a la
      * vez, aunque sea en filiales distintas.
       410-PIDO-DOCUMENTO.
           MOVE ZERO TO w-doc-ok.
           DISPLAY "TIPO DE DOCUMENTO (DNI/LE/LC/CI/PAS): ".
           MOVE SPACES TO w-doc-tipo.
           ACCEPT w-doc-tipo.
           MOVE FUNCTION UPPER-CASE(w-doc-tipo) TO w-doc-tipo.
           DISPLAY "NUMERO DE DOCUMENTO: ".
           MOVE ZERO TO w-doc-nro.
           ACCEPT w-doc-nro.
           IF w-doc-tipo = SPACES OR w-doc-nro = ZERO
              DISPLAY "EL DOCUMENTO ES OBLIGATORIO"
           ELSE
              PERFORM 960-CONTROLAR-DOCUMENTO
              IF w-doc-ocupado = 1
                 PERFORM 415-RECHAZAR-DOCUMENTO
              ELSE
                 MOVE 1 TO w-doc-ok
              END-IF
           END-IF.

      * el rechazo queda en la auditoria con el documento y la clave
      * del socio que ya lo tiene, para que la filial pueda ubicarlo.
       415-RECHAZAR-DOCUMENTO.
           DISPLAY "EL DOCUMENTO YA PERTENECE AL SOCIO "
                   w-ocup-filial "-" w-ocup-cod
                   " QUE NO ESTA CERRADO".
           MOVE "DOC-RECH" TO w-aud-operacion.
           MOVE SPACES TO w-aud-clave.
           MOVE w-llave-alta TO w-aud-clave.
           PERFORM 975-FORMATEAR-DOCUMENTO.
           MOVE w-llave-ocupante TO w-aud-valor-nuevo.
           PERFORM 900-GRABAR-AUDITORIA.

      * el control de documento leyo otros socios sobre el mismo
      * registro: la clave del alta se repone antes de seguir.
       420-COMPLETAR-ALTA.
           MOVE w-llave-alta TO soc-llave.
           DISPLAY "NOMBRE: ".
           ACCEPT soc-nom.
           DISPLAY "SALDO INICIAL: ".
           ACCEPT soc-saldo.
           MOVE "A" TO soc-estado.
           ACCEPT soc-fecha-alta FROM DATE YYYYMMDD.
           MOVE soc-fecha-alta TO w-fecha-alta-soc.
           MOVE SPACES TO ide-reg.
           MOVE ZERO TO ide-fecha-nac.
           PERFORM 430-PIDO-CONTACTO.
           WRITE soc-reg
               INVALID KEY
                  DISPLAY "YA EXISTE UN SOCIO CON ESA CLAVE"
                  MOVE soc-saldo TO w-mov-importe
                  MOVE soc-saldo TO w-mov-saldo-result
                  PERFORM 920-GRABAR-MOVIMIENTO
                  PERFORM 440-GRABAR-IDENTIDAD
           END-WRITE.

       430-PIDO-CONTACTO.
           DISPLAY "DOMICILIO: ".
           ACCEPT ide-domicilio.
           DISPLAY "LOCALIDAD: ".
           ACCEPT ide-localidad.
           DISPLAY "TELEFONO: ".
           ACCEPT ide-telefono.
           DISPLAY "EMAIL: ".
           ACCEPT ide-email.
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): ".
           ACCEPT ide-fecha-nac.

      * ficha de un socio nuevo (o de uno cargado antes de que
      * existiera identidad.dat): sin clave de origen, vigente.
       440-GRABAR-IDENTIDAD.
           MOVE w-llave-alta TO ide-soc-llave.
           MOVE w-documento TO ide-documento.
           MOVE w-fecha-alta-soc TO ide-fecha-alta.
           MOVE ZERO TO ide-llave-origen.
           MOVE ZERO TO ide-llave-destino.
           MOVE "V" TO ide-estado.
           WRITE ide-reg
               INVALID KEY
                  REWRITE ide-reg
                      INVALID KEY
                         DISPLAY "ERROR AL GRABAR LA IDENTIDAD"
                  END-REWRITE
           END-WRITE.
           MOVE "ALTA-IDENT" TO w-aud-operacion.
           MOVE SPACES TO w-aud-clave.
           MOVE w-llave-alta TO w-aud-clave.
           MOVE SPACES TO w-aud-valor-ant.
           PERFORM 975-FORMATEAR-DOCUMENTO.
           MOVE w-aud-valor-ant TO w-aud-valor-nuevo.
           MOVE SPACES TO w-aud-valor-ant.
           PERFORM 900-GRABAR-AUDITORIA.

      * la baja es logica: el registro queda con estado C y saldo en
      * cero (el movimiento de cierre retira el saldo), asi la
      * historia de movimientos sigue teniendo a quien apuntar y el
                  ELSE
                     DISPLAY "MODIFICACION NO APLICADA"
                  END-IF
                  PERFORM 640-MODIFICAR-CONTACTO
           END-READ.

       605-APLICAR-MODIFICACION.
           MOVE "MODIFICACION" TO w-aud-operacion.
           MOVE w-aud-guarda TO w-aud-valor-ant.

      * los datos de contacto se cambian en la misma pasada; un socio
      * cargado antes de la ficha de identidad la completa aca, con
      * el mismo control de documento que el alta.
       640-MODIFICAR-CONTACTO.
           MOVE soc-llave TO w-llave-alta.
           MOVE soc-fecha-alta TO w-fecha-alta-soc.
           MOVE soc-llave TO ide-soc-llave.
           READ IDENTIDAD
               INVALID KEY MOVE ZERO TO w-hay-identidad
               NOT INVALID KEY MOVE 1 TO w-hay-identidad
           END-READ.
           DISPLAY "MODIFICA DATOS DE CONTACTO (S/N): ".
           MOVE "N" TO w-resp-contacto.
           ACCEPT w-resp-contacto.
           IF w-resp-contacto = "S" OR w-resp-contacto = "s"
              IF w-hay-identidad = 1
                 PERFORM 650-ACTUALIZAR-CONTACTO
              ELSE
                 PERFORM 660-COMPLETAR-IDENTIDAD
              END-IF
           END-IF.

       650-ACTUALIZAR-CONTACTO.
           DISPLAY "DOCUMENTO: " ide-doc-tipo " " ide-doc-nro.
           DISPLAY "DOMICILIO ACTUAL: " ide-domicilio.
           DISPLAY "LOCALIDAD ACTUAL: " ide-localidad.
           DISPLAY "TELEFONO ACTUAL: " ide-telefono.
           DISPLAY "EMAIL ACTUAL: " ide-email.
           DISPLAY "FECHA DE NACIMIENTO ACTUAL: " ide-fecha-nac.
           MOVE ide-domicilio TO w-aud-valor-ant.
           PERFORM 430-PIDO-CONTACTO.
           REWRITE ide-reg
               INVALID KEY
                  DISPLAY "ERROR AL MODIFICAR LA IDENTIDAD"
               NOT INVALID KEY
                  DISPLAY "DATOS DE CONTACTO MODIFICADOS"
                  MOVE "MODIF-IDENT" TO w-aud-operacion
                  MOVE SPACES TO w-aud-clave
                  MOVE w-llave-alta TO w-aud-clave
                  MOVE ide-domicilio TO w-aud-valor-nuevo
                  PERFORM 900-GRABAR-AUDITORIA
           END-REWRITE.

       660-COMPLETAR-IDENTIDAD.
           DISPLAY "EL SOCIO NO TIENE FICHA DE IDENTIDAD".
           PERFORM 410-PIDO-DOCUMENTO.
           IF w-doc-ok = 1
              MOVE SPACES TO ide-reg
              MOVE ZERO TO ide-fecha-nac
              PERFORM 430-PIDO-CONTACTO
              PERFORM 440-GRABAR-IDENTIDAD
              DISPLAY "FICHA DE IDENTIDAD REGISTRADA"
           END-IF.

       700-REACTIVACION.
           DISPLAY "FILIAL: ".
           ACCEPT soc-filial.
           IF soc-activo
              DISPLAY "EL SOCIO YA ESTA ACTIVO"
           ELSE
              MOVE ZERO TO w-doc-ocupado
              IF soc-cerrado
                 PERFORM 760-CONTROLAR-DOC-REACTIVA
              END-IF
              IF w-doc-ocupado = 0
                 PERFORM 755-APLICAR-REACTIVACION
              END-IF
           END-IF.

       755-APLICAR-REACTIVACION.
           DISPLAY soc-nom.
           MOVE "REACTIVACION" TO w-aud-operacion.
           PERFORM 910-FORMATEAR-SOCIO.
           MOVE w-aud-valor TO w-aud-valor-ant.
           MOVE "A" TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                  DISPLAY "ERROR AL REACTIVAR EL SOCIO"
               NOT INVALID KEY
                  DISPLAY "REACTIVACION REALIZADA"
                  PERFORM 910-FORMATEAR-SOCIO
                  MOVE w-aud-valor TO w-aud-valor-nuevo
                  PERFORM 900-GRABAR-AUDITORIA
           END-REWRITE.

      * reabrir un socio cerrado es volver a tener una cuenta abierta
      * con ese documento: mismo control que el alta. El registro del
      * socio se guarda porque el control lee otros socios.
       760-CONTROLAR-DOC-REACTIVA.
           MOVE soc-reg TO w-soc-guarda.
           MOVE soc-llave TO w-llave-alta.
           MOVE soc-llave TO ide-soc-llave.
           READ IDENTIDAD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE ide-documento TO w-documento
                  PERFORM 960-CONTROLAR-DOCUMENTO
                  IF w-doc-ocupado = 1
                     PERFORM 415-RECHAZAR-DOCUMENTO
                  END-IF
           END-READ.
           MOVE w-soc-guarda TO soc-reg.

      * la baja quedo reservada al perfil supervisor; el intento
      * rechazado queda en la auditoria con el perfil que lo pidio.
       510-RECHAZAR-BAJA.
                  INTO w-aud-valor
           END-STRING.

      * recorre la ficha de identidad por documento buscando otra
      * clave vigente cuyo socio no este cerrado. Las claves que
      * dejo atras un traslado ya no estan en socios.dat y no cuentan.
      * Pisa soc-reg e ide-reg: el que lo llama repone lo suyo.
       960-CONTROLAR-DOCUMENTO.
           MOVE ZERO TO w-doc-ocupado.
           MOVE ZERO TO w-fin-identidad.
           MOVE w-documento TO ide-documento.
           START IDENTIDAD KEY IS = ide-documento
               INVALID KEY MOVE 1 TO w-fin-identidad
           END-START.
           PERFORM UNTIL w-fin-identidad = 1
              READ IDENTIDAD NEXT
                  AT END MOVE 1 TO w-fin-identidad
              END-READ
              IF w-fin-identidad NOT = 1
                 IF ide-documento NOT = w-documento
                    MOVE 1 TO w-fin-identidad
                 ELSE
                    PERFORM 965-CONTROLAR-OCUPANTE
                 END-IF
              END-IF
           END-PERFORM.

       965-CONTROLAR-OCUPANTE.
           IF ide-vigente AND ide-soc-llave NOT = w-llave-alta
              MOVE ide-soc-llave TO soc-llave
              READ SOCIOS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF NOT soc-cerrado
                        MOVE 1 TO w-doc-ocupado
                        MOVE soc-llave TO w-llave-ocupante
                     END-IF
              END-READ
           END-IF.

       975-FORMATEAR-DOCUMENTO.
           MOVE SPACES TO w-aud-valor-ant.
           STRING w-doc-tipo DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  w-doc-nro  DELIMITED BY SIZE
                  INTO w-aud-valor-ant
           END-STRING.

       920-GRABAR-MOVIMIENTO.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
           WRITE mov-reg
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL MOVIMIENTO"
               NOT INVALID KEY
                  PERFORM 980-ACTUALIZAR-RESUMEN
           END-WRITE.

       800-FIN.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           CLOSE IDENTIDAD.
           PERFORM 130-LIBERAR-TOKEN.


              END-IF
           END-PERFORM.

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
