      ******************************************************************
      * Author:
      * Date:
      * Purpose: forward listing of the fixed-term deposits that
      *          mature in the next N days (PFIJO_DIAS, default 7),
      *          counted from the processing date in fechaproc.dat,
      *          grouped by filial (joined with fil-nom) with the
      *          capital and the interest each filial will have to
      *          pay out, so treasury can plan the cash. Shows the
      *          renovacion instruction of every certificate, since
      *          a renewal only pays the interest. Read-only; reads
      *          pfijos.dat by its alternate key (filial, socio).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTOS-PFIJO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PFIJOS
           ASSIGN TO DYNAMIC w-path-pfijos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pf-nro
           ALTERNATE RECORD KEY IS pf-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-pfijos.

           SELECT SOCIOS
           ASSIGN TO DYNAMIC w-path-socios
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-llave
           ALTERNATE RECORD KEY IS soc-nom WITH DUPLICATES
           FILE STATUS IS w-fs-socios.

           SELECT FILIALES
           ASSIGN TO DYNAMIC w-path-filiales
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fil-cod
           ALTERNATE RECORD KEY IS fil-nom WITH DUPLICATES
           FILE STATUS IS w-fs-filiales.

           SELECT OPTIONAL FECHAPROC
           ASSIGN TO DYNAMIC w-path-fechaproc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fechaproc.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).
       01  lin-titulo.
           03 filler pic x(36) value
               "PLAZOS FIJOS A VENCER - DESDE ".
           03 l-tit-desde pic 9999/99/99.
           03 filler pic x(7) value " HASTA ".
           03 l-tit-hasta pic 9999/99/99.
       01  lin-titulo-filial.
           03 filler pic x(8) value "FILIAL: ".
           03 l-fil-cod pic zzz9.
           03 filler pic x(3) value " - ".
           03 l-fil-nom pic x(20).
       01  lin-encab-det.
           03 filler pic x(8) value "NUMERO".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(11) value "VENCE".
           03 filler pic x(13) value "CAPITAL".
           03 filler pic x(12) value "INTERES".
           03 filler pic x(4) value "REN".
       01  lin-det.
           03 l-det-nro pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-det-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-det-nom pic x(20).
           03 filler pic x(1) value spaces.
           03 l-det-venc pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-det-capital pic -(7)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-interes pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-renueva pic x(1).
       01  lin-tot-filial.
           03 filler pic x(20) value "  TOTAL FILIAL".
           03 l-tfi-cant pic zz.zz9.
           03 filler pic x(9) value " CERT.".
           03 l-tfi-capital pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-tfi-interes pic -(7)9,99.
       01  lin-tot-general.
           03 filler pic x(20) value "TOTAL GENERAL".
           03 l-tge-cant pic zz.zz9.
           03 filler pic x(9) value " CERT.".
           03 l-tge-capital pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-tge-interes pic -(7)9,99.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-pfijos pic x(100).
       77  w-path-socios pic x(100).
       77  w-path-filiales pic x(100).
       77  w-fs-pfijos pic xx.
       77  w-fs-socios pic xx.
       77  w-fs-filiales pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********ventana de dias hacia adelante *************************
       77  w-env-dias pic x(5).
       77  w-dias pic 999 value 7.
       77  w-fecha-hasta pic 9(8).
       77  w-fecha-int pic 9(8).

       77  w-eof-pfijos pic 9 value zero.
       77  w-hay-datos pic 9 value zero.
       77  w-fil-ant pic 9999.
       77  w-interes pic s9(7)v99.

       77  w-fil-cant pic 9(5) value zero.
       77  w-fil-capital pic s9(9)v99 value zero.
       77  w-fil-interes pic s9(7)v99 value zero.
       77  w-gen-cant pic 9(5) value zero.
       77  w-gen-capital pic s9(9)v99 value zero.
       77  w-gen-interes pic s9(7)v99 value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-PFIJO.
            PERFORM UNTIL w-eof-pfijos = 1
               PERFORM 300-PROCESO-PFIJO
               PERFORM 200-LEER-PFIJO
            END-PERFORM.
            PERFORM 800-FIN.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           COMPUTE w-fecha-int =
               FUNCTION INTEGER-OF-DATE(w-fecha-proc) + w-dias.
           COMPUTE w-fecha-hasta =
               FUNCTION DATE-OF-INTEGER(w-fecha-int).
           MOVE w-fecha-proc TO l-tit-desde.
           MOVE w-fecha-hasta TO l-tit-hasta.
           DISPLAY lin-titulo.
           OPEN INPUT PFIJOS.
           IF w-fs-pfijos = "35" OR w-fs-pfijos = "05"
              DISPLAY "NO HAY PLAZOS FIJOS CONSTITUIDOS"
              CLOSE PFIJOS
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.
           IF w-fs-pfijos NOT = "00"
              MOVE "PFIJOS" TO w-err-archivo
              MOVE w-fs-pfijos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-fs-socios NOT = "00"
              MOVE "SOCIOS" TO w-err-archivo
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT FILIALES.
           IF w-fs-filiales NOT = "00"
              MOVE "FILIALES" TO w-err-archivo
              MOVE w-fs-filiales TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           MOVE LOW-VALUES TO pf-soc-llave.
           START PFIJOS KEY IS NOT LESS THAN pf-soc-llave
               INVALID KEY MOVE 1 TO w-eof-pfijos
           END-START.

       105-TOMAR-RUTAS.
           ACCEPT w-path-pfijos FROM ENVIRONMENT "PFIJOS_DAT".
           IF w-path-pfijos = SPACES
              MOVE '..\pfijos.dat' TO w-path-pfijos
           END-IF.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.
           ACCEPT w-path-filiales FROM ENVIRONMENT "FILIALES_DAT".
           IF w-path-filiales = SPACES
              MOVE '..\filiales.dat' TO w-path-filiales
           END-IF.
           ACCEPT w-env-dias FROM ENVIRONMENT "PFIJO_DIAS".
           IF w-env-dias NOT = SPACES
              MOVE FUNCTION NUMVAL(w-env-dias) TO w-dias
           END-IF.

       200-LEER-PFIJO.
           READ PFIJOS NEXT AT END MOVE 1 TO w-eof-pfijos.

      * solo los vigentes dentro de la ventana; los ya vencidos que
      * siguen vigentes (el paso nocturno no corrio) tambien salen,
      * porque el pago sigue pendiente.
       300-PROCESO-PFIJO.
           IF pf-vigente AND pf-vencimiento NOT > w-fecha-hasta
              IF w-hay-datos = 0
                 MOVE pf-filial TO w-fil-ant
                 MOVE 1 TO w-hay-datos
                 PERFORM 610-TITULO-FILIAL
              END-IF
              IF pf-filial NOT = w-fil-ant
                 PERFORM 600-CORTE-FILIAL
              END-IF
              PERFORM 400-LISTAR-PFIJO
           END-IF.

       400-LISTAR-PFIJO.
           COMPUTE w-interes ROUNDED =
               pf-capital * pf-tasa * pf-plazo-dias / 36500.
           MOVE pf-soc-llave TO soc-llave.
           READ SOCIOS
               INVALID KEY MOVE "(SIN SOCIO)" TO soc-nom
               NOT INVALID KEY CONTINUE
           END-READ.
           MOVE pf-nro TO l-det-nro.
           MOVE pf-cod TO l-det-cod.
           MOVE soc-nom TO l-det-nom.
           MOVE pf-vencimiento TO l-det-venc.
           MOVE pf-capital TO l-det-capital.
           MOVE w-interes TO l-det-interes.
           MOVE pf-renueva TO l-det-renueva.
           DISPLAY lin-det.
           ADD 1 TO w-fil-cant.
           ADD pf-capital TO w-fil-capital.
           ADD w-interes TO w-fil-interes.

       600-CORTE-FILIAL.
           PERFORM 620-TOTAL-FILIAL.
           MOVE pf-filial TO w-fil-ant.
           PERFORM 610-TITULO-FILIAL.

       610-TITULO-FILIAL.
           MOVE w-fil-ant TO l-fil-cod.
           MOVE w-fil-ant TO fil-cod.
           READ FILIALES
               INVALID KEY MOVE "(SIN FILIAL)" TO fil-nom
               NOT INVALID KEY CONTINUE
           END-READ.
           MOVE fil-nom TO l-fil-nom.
           DISPLAY lin-guarda2.
           DISPLAY lin-titulo-filial.
           DISPLAY lin-encab-det.

       620-TOTAL-FILIAL.
           MOVE w-fil-cant TO l-tfi-cant.
           MOVE w-fil-capital TO l-tfi-capital.
           MOVE w-fil-interes TO l-tfi-interes.
           DISPLAY lin-tot-filial.
           ADD w-fil-cant TO w-gen-cant.
           ADD w-fil-capital TO w-gen-capital.
           ADD w-fil-interes TO w-gen-interes.
           MOVE ZERO TO w-fil-cant.
           MOVE ZERO TO w-fil-capital.
           MOVE ZERO TO w-fil-interes.

       800-FIN.
           IF w-hay-datos = 1
              PERFORM 620-TOTAL-FILIAL
           ELSE
              DISPLAY "NINGUN PLAZO FIJO VENCE EN EL PERIODO"
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-gen-cant TO l-tge-cant.
           MOVE w-gen-capital TO l-tge-capital.
           MOVE w-gen-interes TO l-tge-interes.
           DISPLAY lin-tot-general.
           CLOSE PFIJOS.
           CLOSE SOCIOS.
           CLOSE FILIALES.

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
       END PROGRAM VENCIMIENTOS-PFIJO.
