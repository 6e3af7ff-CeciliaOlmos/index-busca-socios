      ******************************************************************
      * Author:
      * Date:
      * Purpose: lookup of a person by tipo + numero de documento in
      *          the member identity file identidad.dat (alternate
      *          key ide-documento). Lists every soc-llave the person
      *          has ever held: the current ones with their estado and
      *          saldo from socios.dat, the cerrado ones, and the old
      *          keys left behind by TRANSFIERE-SOCIO with the key
      *          they were moved to, so the trail of a member across
      *          filiales can be followed from either end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA-DOCUMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IDENTIDAD
           ASSIGN TO DYNAMIC w-path-identidad
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ide-soc-llave
           ALTERNATE RECORD KEY IS ide-documento WITH DUPLICATES
           FILE STATUS IS w-fs-identidad.

           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-llave
           ALTERNATE RECORD KEY IS soc-nom WITH DUPLICATES
           FILE STATUS IS w-fs-socios.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  lin-titulo.
           03 filler pic x(7) value "FILIAL".
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(11) value "ALTA".
           03 filler pic x(14) value "SALDO".
           03 filler pic x(20) value "SITUACION".
       01  lin-detalle.
           03 l-fil-cod pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-soc-cod pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-soc-nom pic x(20).
           03 filler pic x(1) value spaces.
           03 l-fecha-alta pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-soc-saldo pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-situacion pic x(24).
       01  lin-origen.
           03 filler pic x(28) value "       VINO POR TRASLADO DE ".
           03 l-orig-filial pic 9999.
           03 filler pic x(1) value "-".
           03 l-orig-cod pic 9999.
       01  lin-contacto.
           03 filler pic x(7) value spaces.
           03 l-domicilio pic x(40).
           03 filler pic x(1) value spaces.
           03 l-telefono pic x(15).
       01  lin-sin-coincidencias.
           03 filler pic x(40) value
               "NINGUN SOCIO CON ESE DOCUMENTO".

       77  w-path-identidad pic x(100).
       77  w-path-socios pic x(100).
       77  w-fs-identidad pic xx.
       77  w-fs-socios pic xx.
       01  w-busca-documento.
           03 w-busca-tipo pic x(3).
           03 w-busca-nro pic 9(11).
       77  w-eof-identidad pic 9 value zero.
       77  w-cant-encontrados pic 9(5) value zero.
       01  w-situacion-trf.
           03 filler pic x(14) value "TRANSFERIDA A ".
           03 w-trf-filial pic 9999.
           03 filler pic x(1) value "-".
           03 w-trf-cod pic 9999.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-PIDO-DOCUMENTO.
            PERFORM 300-POSICIONO.
            PERFORM 400-LEER-IDENTIDAD.
            PERFORM UNTIL w-eof-identidad = 1
                  OR ide-documento NOT = w-busca-documento
               PERFORM 500-PROCESO-IDENTIDAD
               PERFORM 400-LEER-IDENTIDAD
            END-PERFORM.
            PERFORM 700-FIN.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           OPEN INPUT IDENTIDAD.
           IF w-fs-identidad NOT = "00" AND w-fs-identidad NOT = "05"
              MOVE "IDENTIDAD" TO w-err-archivo
              MOVE w-fs-identidad TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

       105-TOMAR-RUTAS.
           ACCEPT w-path-identidad FROM ENVIRONMENT "IDENTIDAD_DAT".
           IF w-path-identidad = SPACES
              MOVE '..\identidad.dat' TO w-path-identidad
           END-IF.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.

       200-PIDO-DOCUMENTO.
           DISPLAY "TIPO DE DOCUMENTO (DNI/LE/LC/CI/PAS): ".
           MOVE SPACES TO w-busca-tipo.
           ACCEPT w-busca-tipo.
           MOVE FUNCTION UPPER-CASE(w-busca-tipo) TO w-busca-tipo.
           DISPLAY "NUMERO DE DOCUMENTO: ".
           ACCEPT w-busca-nro.

       300-POSICIONO.
           MOVE w-busca-documento TO ide-documento.
           START IDENTIDAD KEY IS = ide-documento
               INVALID KEY MOVE 1 TO w-eof-identidad
           END-START.
           DISPLAY lin-titulo.

       400-LEER-IDENTIDAD.
           IF w-eof-identidad NOT = 1
              READ IDENTIDAD NEXT
                  AT END MOVE 1 TO w-eof-identidad
              END-READ
           END-IF.

      * una clave que TRANSFIERE-SOCIO dejo atras ya no esta en
      * socios.dat: se muestra igual, con la clave a la que paso.
       500-PROCESO-IDENTIDAD.
           ADD 1 TO w-cant-encontrados.
           MOVE ide-filial TO l-fil-cod.
           MOVE ide-cod TO l-soc-cod.
           MOVE ide-fecha-alta TO l-fecha-alta.
           MOVE ide-soc-llave TO soc-llave.
           READ SOCIOS
               INVALID KEY
                  MOVE SPACES TO l-soc-nom
                  MOVE ZERO TO l-soc-saldo
                  MOVE "SIN SOCIO" TO l-situacion
               NOT INVALID KEY
                  MOVE soc-nom TO l-soc-nom
                  MOVE soc-saldo TO l-soc-saldo
                  EVALUATE TRUE
                     WHEN soc-activo
                        MOVE "ACTIVO" TO l-situacion
                     WHEN soc-suspendido
                        MOVE "SUSPENDIDO" TO l-situacion
                     WHEN soc-cerrado
                        MOVE "CERRADO" TO l-situacion
                     WHEN OTHER
                        MOVE soc-estado TO l-situacion
                  END-EVALUATE
           END-READ.
           IF ide-transferida
              MOVE ide-dest-filial TO w-trf-filial
              MOVE ide-dest-cod TO w-trf-cod
              MOVE w-situacion-trf TO l-situacion
           END-IF.
           DISPLAY lin-detalle.
           IF ide-llave-origen NOT = ZERO
              MOVE ide-orig-filial TO l-orig-filial
              MOVE ide-orig-cod TO l-orig-cod
              DISPLAY lin-origen
           END-IF.
           MOVE ide-domicilio TO l-domicilio.
           MOVE ide-telefono TO l-telefono.
           DISPLAY lin-contacto.

       700-FIN.
           IF w-cant-encontrados = 0
              DISPLAY lin-sin-coincidencias
           END-IF.
           CLOSE IDENTIDAD.
           CLOSE SOCIOS.

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
       END PROGRAM BUSCA-DOCUMENTO.
