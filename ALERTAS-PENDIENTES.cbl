      ******************************************************************
      * Author:
      * Date:
      * Purpose: morning listing of the cash alerts in alertas.dat
      *          that are still open N days or more after they were
      *          raised (ALERTAS_DIAS, default 3), counted back from
      *          the processing date in fechaproc.dat. Grouped by
      *          filial (joined with fil-nom) with the socio name,
      *          the motivo, the amount and how many days the alert
      *          has been waiting, so it keeps showing up every day
      *          until a supervisor resolves it in ABM-ALERTAS.
      *          Read-only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTAS-PENDIENTES.
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
           03 filler pic x(40) value
               "ALERTAS DE EFECTIVO SIN RESOLVER AL ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-subtitulo.
           03 filler pic x(30) value
               "ABIERTAS DESDE EL ".
           03 l-tit-limite pic 9999/99/99.
           03 filler pic x(11) value " O ANTES".
       01  lin-titulo-filial.
           03 filler pic x(8) value "FILIAL: ".
           03 l-fil-cod pic zzz9.
           03 filler pic x(3) value " - ".
           03 l-fil-nom pic x(20).
       01  lin-encab-det.
           03 filler pic x(11) value "FECHA".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(24) value "MOTIVO".
           03 filler pic x(14) value "     IMPORTE".
           03 filler pic x(5) value "DIAS".
       01  lin-det.
           03 l-det-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-det-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-det-nom pic x(20).
           03 filler pic x(1) value spaces.
           03 l-det-motivo pic x(24).
           03 l-det-importe pic z(8)9,99.
           03 filler pic x(2) value spaces.
           03 l-det-dias pic zzz9.
       01  lin-tot-filial.
           03 filler pic x(20) value "  TOTAL FILIAL".
           03 l-tfi-cant pic zz.zz9.
           03 filler pic x(9) value " ALERTAS".
       01  lin-tot-general.
           03 filler pic x(20) value "TOTAL GENERAL".
           03 l-tge-cant pic zz.zz9.
           03 filler pic x(9) value " ALERTAS".
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-alertas pic x(100).
       77  w-path-socios pic x(100).
       77  w-path-filiales pic x(100).
       77  w-fs-alertas pic xx.
       77  w-fs-socios pic xx.
       77  w-fs-filiales pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

      *********antiguedad minima de las alertas listadas **************
       77  w-env-dias pic x(5).
       77  w-dias pic 999 value 3.
       77  w-fecha-limite pic 9(8).
       77  w-int-proc pic 9(8).
       77  w-int-alerta pic 9(8).

      * alertas.dat viene ordenado por fecha; para agrupar por filial
      * se juntan las abiertas atrasadas en una tabla y se listan
      * tomando cada vez la filial mas baja que quede sin listar.
       01  w-tab-pendientes.
           03 w-tp-entrada OCCURS 1000 TIMES.
               05 w-tp-fecha pic 9(8).
               05 w-tp-filial pic 9999.
               05 w-tp-cod pic 9999.
               05 w-tp-motivo pic x(2).
               05 w-tp-importe pic s9(9)v99.
               05 w-tp-listada pic 9.
       77  w-tp-tope pic 9(4) value zero.
       77  w-tp-ix pic 9(4).
       77  w-tp-desborde pic 9 value zero.
       77  w-fil-actual pic 9999.
       77  w-quedan pic 9 value zero.

       77  w-eof-alertas pic 9 value zero.
       77  w-fil-cant pic 9(5) value zero.
       77  w-gen-cant pic 9(5) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-ALERTA.
            PERFORM UNTIL w-eof-alertas = 1
               PERFORM 300-PROCESO-ALERTA
               PERFORM 200-LEER-ALERTA
            END-PERFORM.
            PERFORM 500-BUSCAR-FILIAL.
            PERFORM UNTIL w-quedan = 0
               PERFORM 600-LISTAR-FILIAL
               PERFORM 500-BUSCAR-FILIAL
            END-PERFORM.
            PERFORM 800-FIN.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           COMPUTE w-int-proc = FUNCTION INTEGER-OF-DATE(w-fecha-proc).
           COMPUTE w-fecha-limite =
               FUNCTION DATE-OF-INTEGER(w-int-proc - w-dias).
           MOVE w-fecha-proc TO l-tit-fecha.
           MOVE w-fecha-limite TO l-tit-limite.
           DISPLAY lin-titulo.
           DISPLAY lin-subtitulo.
           OPEN INPUT ALERTAS.
           IF w-fs-alertas = "35" OR w-fs-alertas = "05"
              DISPLAY "NO HAY ALERTAS REGISTRADAS"
              CLOSE ALERTAS
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.
           IF w-fs-alertas NOT = "00"
              MOVE "ALERTAS" TO w-err-archivo
              MOVE w-fs-alertas TO w-err-fs
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

       105-TOMAR-RUTAS.
           ACCEPT w-path-alertas FROM ENVIRONMENT "ALERTAS_DAT".
           IF w-path-alertas = SPACES
              MOVE '..\alertas.dat' TO w-path-alertas
           END-IF.
           ACCEPT w-path-socios FROM ENVIRONMENT "SOCIOS_DAT".
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.
           ACCEPT w-path-filiales FROM ENVIRONMENT "FILIALES_DAT".
           IF w-path-filiales = SPACES
              MOVE '..\filiales.dat' TO w-path-filiales
           END-IF.
           ACCEPT w-env-dias FROM ENVIRONMENT "ALERTAS_DIAS".
           IF w-env-dias NOT = SPACES
              MOVE FUNCTION NUMVAL(w-env-dias) TO w-dias
           END-IF.

      * la clave empieza por la fecha: pasada la fecha limite ya no
      * puede haber alertas con la antiguedad pedida.
       200-LEER-ALERTA.
           READ ALERTAS NEXT AT END MOVE 1 TO w-eof-alertas.
           IF w-eof-alertas NOT = 1 AND alr-fecha > w-fecha-limite
              MOVE 1 TO w-eof-alertas
           END-IF.

       300-PROCESO-ALERTA.
           IF alr-abierta
              IF w-tp-tope < 1000
                 ADD 1 TO w-tp-tope
                 MOVE alr-fecha TO w-tp-fecha(w-tp-tope)
                 MOVE alr-filial TO w-tp-filial(w-tp-tope)
                 MOVE alr-cod TO w-tp-cod(w-tp-tope)
                 MOVE alr-motivo TO w-tp-motivo(w-tp-tope)
                 MOVE alr-importe TO w-tp-importe(w-tp-tope)
                 MOVE ZERO TO w-tp-listada(w-tp-tope)
              ELSE
                 MOVE 1 TO w-tp-desborde
              END-IF
           END-IF.

       500-BUSCAR-FILIAL.
           MOVE ZERO TO w-quedan.
           MOVE 9999 TO w-fil-actual.
           PERFORM VARYING w-tp-ix FROM 1 BY 1
                   UNTIL w-tp-ix > w-tp-tope
              IF w-tp-listada(w-tp-ix) = 0
                 AND w-tp-filial(w-tp-ix) NOT > w-fil-actual
                 MOVE w-tp-filial(w-tp-ix) TO w-fil-actual
                 MOVE 1 TO w-quedan
              END-IF
           END-PERFORM.

       600-LISTAR-FILIAL.
           PERFORM 610-TITULO-FILIAL.
           MOVE ZERO TO w-fil-cant.
           PERFORM VARYING w-tp-ix FROM 1 BY 1
                   UNTIL w-tp-ix > w-tp-tope
              IF w-tp-listada(w-tp-ix) = 0
                 AND w-tp-filial(w-tp-ix) = w-fil-actual
                 PERFORM 400-LISTAR-ALERTA
              END-IF
           END-PERFORM.
           MOVE w-fil-cant TO l-tfi-cant.
           DISPLAY lin-tot-filial.
           ADD w-fil-cant TO w-gen-cant.

       400-LISTAR-ALERTA.
           MOVE 1 TO w-tp-listada(w-tp-ix).
           MOVE w-tp-filial(w-tp-ix) TO soc-filial.
           MOVE w-tp-cod(w-tp-ix) TO soc-cod.
           READ SOCIOS
               INVALID KEY MOVE "(SIN SOCIO)" TO soc-nom
               NOT INVALID KEY CONTINUE
           END-READ.
           MOVE w-tp-fecha(w-tp-ix) TO l-det-fecha.
           MOVE w-tp-cod(w-tp-ix) TO l-det-cod.
           MOVE soc-nom TO l-det-nom.
           EVALUATE w-tp-motivo(w-tp-ix)
              WHEN "DD"
                 MOVE "DEPOSITOS DEL DIA" TO l-det-motivo
              WHEN "RD"
                 MOVE "RETIROS DEL DIA" TO l-det-motivo
              WHEN "DM"
                 MOVE "DEPOSITOS DEL MES" TO l-det-motivo
              WHEN "RM"
                 MOVE "RETIROS DEL MES" TO l-det-motivo
              WHEN "FD"
                 MOVE "DEPOSITOS FRACCIONADOS" TO l-det-motivo
              WHEN OTHER
                 MOVE w-tp-motivo(w-tp-ix) TO l-det-motivo
           END-EVALUATE.
           MOVE w-tp-importe(w-tp-ix) TO l-det-importe.
           COMPUTE w-int-alerta =
               FUNCTION INTEGER-OF-DATE(w-tp-fecha(w-tp-ix)).
           COMPUTE l-det-dias = w-int-proc - w-int-alerta.
           DISPLAY lin-det.
           ADD 1 TO w-fil-cant.

       610-TITULO-FILIAL.
           MOVE w-fil-actual TO l-fil-cod.
           MOVE w-fil-actual TO fil-cod.
           READ FILIALES
               INVALID KEY MOVE "(SIN FILIAL)" TO fil-nom
               NOT INVALID KEY CONTINUE
           END-READ.
           MOVE fil-nom TO l-fil-nom.
           DISPLAY lin-guarda2.
           DISPLAY lin-titulo-filial.
           DISPLAY lin-encab-det.

       800-FIN.
           IF w-tp-tope = ZERO
              DISPLAY "NO HAY ALERTAS ABIERTAS ATRASADAS"
           END-IF.
           IF w-tp-desborde = 1
              DISPLAY "ATENCION: HAY MAS ALERTAS ATRASADAS QUE LAS "
                      "LISTADAS - RESOLVER LAS MAS VIEJAS"
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-gen-cant TO l-tge-cant.
           DISPLAY lin-tot-general.
           CLOSE ALERTAS.
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
       END PROGRAM ALERTAS-PENDIENTES.
