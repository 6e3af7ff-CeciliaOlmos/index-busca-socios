      ******************************************************************
      * Author:
      * Date:
      * Purpose: rebuilds resumov.dat, the per-socio summary of
      *          movimientos.dat, from scratch in one sequential pass
      *          over the detail. One record per socio with movements:
      *          date, hour and mov-saldo-result of the last movement,
      *          number of movements on line, and the count, credits
      *          and debits of the month of that last movement. The
      *          posting programs keep the summary up to date as they
      *          write; this utility is for the first load, after a
      *          restore of movimientos.dat (restaura.sh runs it) or
      *          when VERIFICA-SALDOS reports the summary out of step
      *          with the detail. Run it with the system idle, like
      *          the REINDEX utilities: the summary is replaced whole.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REARMA-RESUMOV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVIMIENTOS
           ASSIGN TO DYNAMIC w-path-movimientos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS mov-llave
           ALTERNATE RECORD KEY IS mov-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-movimientos.

           SELECT RESUMOV
           ASSIGN TO DYNAMIC w-path-resumov
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS rsm-soc-llave
           FILE STATUS IS w-fs-resumov.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO DYNAMIC w-path-runlog
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-runlog.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS.
       01  mov-reg.
           03 mov-llave.
               05 mov-soc-llave.
                   07 mov-filial pic 9999.
                   07 mov-cod pic 9999.
               05 mov-fecha pic 9(8).
               05 mov-hora pic 9(8).
           03 mov-tipo pic x(1).
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

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       WORKING-STORAGE SECTION.
       01  lin-titulo.
           03 filler pic x(45) value
               "REARMADO DEL RESUMEN DE MOVIMIENTOS POR SOCIO".
       01  lin-tot-leidos.
           03 filler pic x(32) value "MOVIMIENTOS LEIDOS: ".
           03 l-tot-leidos pic z.zzz.zz9.
       01  lin-tot-socios.
           03 filler pic x(32) value "SOCIOS EN EL RESUMEN: ".
           03 l-tot-socios pic z.zzz.zz9.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

       77  w-path-movimientos pic x(100).
       77  w-path-resumov pic x(100).
       77  w-fs-movimientos pic xx.
       77  w-fs-resumov pic xx.
       77  w-mov-existe pic 9 value 1.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

       77  w-eof-movs pic 9 value zero.
       77  w-periodo-mov pic 9(6).
       77  w-cant-leidos pic 9(7) value zero.
       77  w-cant-socios pic 9(7) value zero.

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "REARMA-RESUMOV".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-LEER-MOVIMIENTO.
            PERFORM UNTIL w-eof-movs = 1
               PERFORM 300-ARMAR-SOCIO
            END-PERFORM.
            PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           MOVE "INICIO" TO w-run-evento.
           MOVE ZERO TO w-run-leidos.
           MOVE ZERO TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
      * sin movimientos.dat (instalacion nueva) el resumen queda
      * vacio pero creado, para que los lectores no lo den por
      * faltante.
           OPEN INPUT MOVIMIENTOS.
           IF w-fs-movimientos = "35" OR w-fs-movimientos = "05"
              MOVE ZERO TO w-mov-existe
              MOVE 1 TO w-eof-movs
           END-IF.
           IF w-fs-movimientos NOT = "00"
              AND w-fs-movimientos NOT = "05"
              AND w-fs-movimientos NOT = "35"
              MOVE "MOVIMIENTOS" TO w-err-archivo
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT RESUMOV.
           IF w-fs-resumov NOT = "00"
              MOVE "RESUMOV" TO w-err-archivo
              MOVE w-fs-resumov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           DISPLAY lin-titulo.

       105-TOMAR-RUTAS.
           ACCEPT w-path-movimientos FROM ENVIRONMENT
                  "MOVIMIENTOS_DAT".
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.

       200-LEER-MOVIMIENTO.
           IF w-mov-existe = 1
              READ MOVIMIENTOS NEXT
                  AT END MOVE 1 TO w-eof-movs
              END-READ
              IF w-eof-movs NOT = 1
                 ADD 1 TO w-cant-leidos
              END-IF
           END-IF.

      * movimientos.dat se lee en orden de clave primaria: las filas
      * de cada socio vienen juntas y por fecha/hora ascendente, asi
      * que la ultima que se acumula es el ultimo movimiento y el mes
      * que queda abierto es el de ese ultimo movimiento.
       300-ARMAR-SOCIO.
           MOVE mov-soc-llave TO rsm-soc-llave.
           MOVE ZERO TO rsm-ult-fecha.
           MOVE ZERO TO rsm-ult-hora.
           MOVE ZERO TO rsm-ult-saldo.
           MOVE ZERO TO rsm-cant-movs.
           MOVE ZERO TO rsm-periodo.
           MOVE ZERO TO rsm-mes-cant.
           MOVE ZERO TO rsm-mes-creditos.
           MOVE ZERO TO rsm-mes-debitos.
           PERFORM UNTIL w-eof-movs = 1
                   OR mov-soc-llave NOT = rsm-soc-llave
              PERFORM 310-ACUMULAR-MOVIMIENTO
              PERFORM 200-LEER-MOVIMIENTO
           END-PERFORM.
           WRITE rsm-reg
               INVALID KEY
                  CONTINUE
           END-WRITE.
           IF w-fs-resumov NOT = "00"
              MOVE "RESUMOV" TO w-err-archivo
              MOVE w-fs-resumov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO w-cant-socios.

       310-ACUMULAR-MOVIMIENTO.
           ADD 1 TO rsm-cant-movs.
           MOVE mov-fecha TO rsm-ult-fecha.
           MOVE mov-hora TO rsm-ult-hora.
           MOVE mov-saldo-result TO rsm-ult-saldo.
           MOVE mov-fecha(1:6) TO w-periodo-mov.
           IF w-periodo-mov NOT = rsm-periodo
              MOVE w-periodo-mov TO rsm-periodo
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

       800-FIN.
           DISPLAY lin-guarda2.
           MOVE w-cant-leidos TO l-tot-leidos.
           DISPLAY lin-tot-leidos.
           MOVE w-cant-socios TO l-tot-socios.
           DISPLAY lin-tot-socios.
           IF w-mov-existe = 1
              CLOSE MOVIMIENTOS
           END-IF.
           CLOSE RESUMOV.
           MOVE ZERO TO RETURN-CODE.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-leidos TO w-run-leidos.
           MOVE w-cant-socios TO w-run-grabados.
           MOVE RETURN-CODE TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.

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
       END PROGRAM REARMA-RESUMOV.
