      *          the interactive ALTA of ABM-SOCIOS produces, and
      *          sends rejects with a reason code to a reject file
      *          plus a summary (leidos/aceptados/rechazados).
      *          Each line also carries the member identity
      *          (tipo;nro de documento;domicilio;localidad;telefono;
      *          email;fecha de nacimiento AAAAMMDD) that goes to
      *          identidad.dat; a line without documento, or whose
      *          documento already belongs to a socio that is not
      *          cerrado (in any filial, earlier lines of the same
      *          file included), is rejected like ABM-SOCIOS does.
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

           SELECT ENTRADA
           ASSIGN TO DYNAMIC w-path-entrada
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

       FD  ENTRADA.
       01  lin-entrada pic x(200).

       FD  RECHAZOS.
       01  lin-rechazo pic x(210).

       WORKING-STORAGE SECTION.
       01  lin-titulo.
      * linea rechazada:
      *   01 filial inexistente    02 clave ya usada
      *   03 nombre en blanco      04 filial/codigo no valido
      *   05 filial cerrada        06 documento de socio no cerrado
      *   07 documento en blanco
       01  lin-leyenda-motivos.
           03 filler pic x(101) value
               "MOTIVOS: 01=FILIAL 02=CLAVE USADA 03=NOMBRE 04=DATOS "
               & "05=CERRADA 06=DOCUMENTO EN USO 07=SIN DOCUMENTO".

       77  w-path-socios pic x(100).
       77  w-path-filiales pic x(100).
       77  w-fs-socios pic xx.
       77  w-fs-filiales pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-nuevo pic 9 value zero.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-fs-auditoria pic xx.
       77  w-fs-entrada pic xx.
       77  w-path-identidad pic x(100).
       77  w-fs-identidad pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-ent-cod pic 9999.
       77  w-ent-nombre pic x(20).
       77  w-ent-saldo pic s9(7)v99.
       77  w-ent-doc-tipo-x pic x(10).
       77  w-ent-doc-nro-x pic x(15).
       77  w-ent-domicilio pic x(40).
       77  w-ent-localidad pic x(20).
       77  w-ent-telefono pic x(15).
       77  w-ent-email pic x(40).
       77  w-ent-fecha-nac-x pic x(10).
       77  w-ent-fecha-nac pic 9(8).
       01  w-ent-llave.
           03 w-ent-llave-filial pic 9999.
           03 w-ent-llave-cod pic 9999.
       01  w-ent-documento.
           03 w-ent-doc-tipo pic x(3).
           03 w-ent-doc-nro pic 9(11).
       77  w-fin-identidad pic 9 value zero.

       77  w-cant-leidos pic 9(5) value zero.
       77  w-cant-aceptados pic 9(5) value zero.
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
           OPEN OUTPUT RECHAZOS.
           ACCEPT w-usuario FROM ENVIRONMENT "USER".
           DISPLAY lin-titulo.
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
           IF w-path-rechazos = SPACES
              MOVE '..\altas.rej' TO w-path-rechazos
           END-IF.
           ACCEPT w-path-identidad FROM ENVIRONMENT "IDENTIDAD_DAT".
           IF w-path-identidad = SPACES
              MOVE '..\identidad.dat' TO w-path-identidad
           END-IF.

       200-LEER-ENTRADA.
           READ ENTRADA
           IF w-linea-valida = 1
              PERFORM 320-VALIDAR-FILIAL
           END-IF.
           IF w-linea-valida = 1
              PERFORM 330-VALIDAR-DOCUMENTO
           END-IF.
           IF w-linea-valida = 1
              PERFORM 400-DAR-ALTA
           END-IF.
           MOVE 1 TO w-linea-valida.
           MOVE SPACES TO w-ent-filial-x w-ent-cod-x
                          w-ent-nombre-x w-ent-saldo-x.
           MOVE SPACES TO w-ent-doc-tipo-x w-ent-doc-nro-x
                          w-ent-domicilio w-ent-localidad
                          w-ent-telefono w-ent-email
                          w-ent-fecha-nac-x.
           UNSTRING lin-entrada DELIMITED BY ";"
               INTO w-ent-filial-x w-ent-cod-x
                    w-ent-nombre-x w-ent-saldo-x
                    w-ent-doc-tipo-x w-ent-doc-nro-x
                    w-ent-domicilio w-ent-localidad
                    w-ent-telefono w-ent-email
                    w-ent-fecha-nac-x
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-ent-filial-x))
               TO w-ent-filial.
           MOVE w-ent-nombre-x TO w-ent-nombre.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-ent-saldo-x))
               TO w-ent-saldo.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(w-ent-doc-tipo-x))
               TO w-ent-doc-tipo.
           MOVE ZERO TO w-ent-doc-nro.
           IF w-ent-doc-nro-x NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-ent-doc-nro-x))
                  TO w-ent-doc-nro
           END-IF.
           MOVE ZERO TO w-ent-fecha-nac.
           IF w-ent-fecha-nac-x NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(w-ent-fecha-nac-x))
                  TO w-ent-fecha-nac
           END-IF.
           MOVE w-ent-filial TO w-ent-llave-filial.
           MOVE w-ent-cod TO w-ent-llave-cod.
           EVALUATE TRUE
              WHEN w-ent-filial = ZERO OR w-ent-cod = ZERO
                 MOVE "04" TO w-motivo
              WHEN w-ent-nombre = SPACES
                 MOVE "03" TO w-motivo
                 MOVE ZERO TO w-linea-valida
              WHEN w-ent-doc-tipo = SPACES OR w-ent-doc-nro = ZERO
                 MOVE "07" TO w-motivo
                 MOVE ZERO TO w-linea-valida
           END-EVALUATE.

       320-VALIDAR-FILIAL.
                  END-IF
           END-READ.

      * una persona no puede tener dos cuentas abiertas a la vez: el
      * documento no debe estar en otra clave vigente cuyo socio no
      * este cerrado. La ficha se graba con cada alta aceptada, asi
      * que un documento repetido dentro del mismo archivo tambien
      * se rechaza. La clave que dejo atras un traslado no se reusa.
       330-VALIDAR-DOCUMENTO.
           MOVE w-ent-llave TO ide-soc-llave.
           READ IDENTIDAD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  IF ide-transferida
                     MOVE "02" TO w-motivo
                     MOVE ZERO TO w-linea-valida
                  END-IF
           END-READ.
           MOVE ZERO TO w-fin-identidad.
           IF w-linea-valida = 0
              MOVE 1 TO w-fin-identidad
           ELSE
              MOVE w-ent-documento TO ide-documento
              START IDENTIDAD KEY IS = ide-documento
                  INVALID KEY MOVE 1 TO w-fin-identidad
              END-START
           END-IF.
           PERFORM UNTIL w-fin-identidad = 1
              READ IDENTIDAD NEXT
                  AT END MOVE 1 TO w-fin-identidad
              END-READ
              IF w-fin-identidad NOT = 1
                 IF ide-documento NOT = w-ent-documento
                    MOVE 1 TO w-fin-identidad
                 ELSE
                    PERFORM 335-CONTROLAR-OCUPANTE
                 END-IF
              END-IF
           END-PERFORM.

      * las claves que dejo atras un traslado ya no estan en
      * socios.dat y no cuentan.
       335-CONTROLAR-OCUPANTE.
           IF ide-vigente AND ide-soc-llave NOT = w-ent-llave
              MOVE ide-soc-llave TO soc-llave
              READ SOCIOS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF NOT soc-cerrado
                        MOVE "06" TO w-motivo
                        MOVE ZERO TO w-linea-valida
                        MOVE 1 TO w-fin-identidad
                     END-IF
              END-READ
           END-IF.

       400-DAR-ALTA.
           MOVE w-ent-filial TO soc-filial.
           MOVE w-ent-cod TO soc-cod.
                  MOVE w-aud-valor TO w-aud-valor-nuevo
                  PERFORM 900-GRABAR-AUDITORIA
                  PERFORM 500-GRABAR-MOVIMIENTO-ALTA
                  PERFORM 450-GRABAR-IDENTIDAD
           END-WRITE.

       450-GRABAR-IDENTIDAD.
           MOVE SPACES TO ide-reg.
           MOVE soc-llave TO ide-soc-llave.
           MOVE w-ent-documento TO ide-documento.
           MOVE w-ent-domicilio TO ide-domicilio.
           MOVE w-ent-localidad TO ide-localidad.
           MOVE w-ent-telefono TO ide-telefono.
           MOVE w-ent-email TO ide-email.
           MOVE w-ent-fecha-nac TO ide-fecha-nac.
           MOVE soc-fecha-alta TO ide-fecha-alta.
           MOVE ZERO TO ide-llave-origen.
           MOVE ZERO TO ide-llave-destino.
           MOVE "V" TO ide-estado.
           WRITE ide-reg
               INVALID KEY
                  REWRITE ide-reg
                      INVALID KEY
                         MOVE "IDENTIDAD" TO w-err-archivo
                         MOVE w-fs-identidad TO w-err-fs
                         PERFORM 950-ERROR-ARCHIVO
                  END-REWRITE
           END-WRITE.
           MOVE "ALTA-IDENT" TO w-aud-operacion.
           MOVE SPACES TO w-aud-valor-ant.
           MOVE SPACES TO w-aud-valor-nuevo.
           STRING w-ent-doc-tipo DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  w-ent-doc-nro  DELIMITED BY SIZE
                  INTO w-aud-valor-nuevo
           END-STRING.
           PERFORM 900-GRABAR-AUDITORIA.

       500-GRABAR-MOVIMIENTO-ALTA.
           MOVE soc-filial TO mov-filial.
           MOVE soc-cod TO mov-cod.
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO w-mov-grabado
                  PERFORM 980-ACTUALIZAR-RESUMEN
           END-WRITE.
           IF w-mov-grabado = 0
              AND w-fs-movimientos NOT = "22"
           CLOSE SOCIOS.
           CLOSE FILIALES.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           CLOSE AUDITORIA.
           CLOSE IDENTIDAD.
           CLOSE RECHAZOS.

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
