      * Purpose: dormancy sweep over socios.dat. Policy: a socio with
      *          no movement in 12 months (DORMIDO_MESES to override)
      *          goes to estado S. The sweep takes each soc-activo's
      *          last movement date from resumov.dat, the per-socio
      *          summary of movimientos.dat (soc-fecha-alta when the
      *          socio has no movements), suspends the ones past the
      *          threshold writing the change to
      *          auditoria.log exactly like ABM-SOCIOS would, and
      *          prints a report per filial of who was suspended and
      *          who is approaching the limit (DORMIDO_AVISO_MESES,
           ALTERNATE RECORD KEY IS soc-nom WITH DUPLICATES
           FILE STATUS IS w-fs-socios.

           SELECT RESUMOV
           ASSIGN TO DYNAMIC w-path-resumov
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rsm-soc-llave
           FILE STATUS IS w-fs-resumov.

           SELECT OPTIONAL AUDITORIA
           ASSIGN TO DYNAMIC w-path-auditoria
               88 soc-cerrado value "C".
           03 soc-fecha-alta pic 9(8).

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
           03 filler pic x(80) value all "-".

       77  w-path-socios pic x(100).
       77  w-path-resumov pic x(100).
       77  w-path-auditoria pic x(100).
       77  w-fs-socios pic xx.
       77  w-fs-resumov pic xx.
       77  w-fs-auditoria pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-dias-mes pic 99.

       77  w-eof-socios pic 9 value zero.
       77  w-ultima-fecha pic 9(8).
       77  w-hay-datos pic 9 value zero.
       77  w-fil-ant pic 9999.
              MOVE w-fs-socios TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * sin resumen todos los socios parecerian sin movimientos y se
      * suspenderian por la fecha de alta: se corta antes de tocar
      * nada y se arma con REARMA-RESUMOV.
           OPEN INPUT RESUMOV.
           IF w-fs-resumov NOT = "00"
              IF w-fs-resumov = "35"
                 DISPLAY "FALTA RESUMOV.DAT - CORRER REARMA-RESUMOV"
              END-IF
              MOVE "RESUMOV" TO w-err-archivo
              MOVE w-fs-resumov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           OPEN EXTEND AUDITORIA.
           IF w-path-socios = SPACES
              MOVE '..\socios.dat' TO w-path-socios
           END-IF.
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.
           ACCEPT w-path-auditoria FROM ENVIRONMENT "AUDITORIA_LOG".
           IF w-path-auditoria = SPACES
                 PERFORM 600-INFORMAR-POR-VENCER
           END-EVALUATE.

      * la fecha del ultimo movimiento sale de la linea del socio en
      * resumov.dat; sin linea no registra movimientos y vale la
      * fecha de alta.
       400-BUSCAR-ULTIMA-FECHA.
           MOVE soc-fecha-alta TO w-ultima-fecha.
           MOVE soc-llave TO rsm-soc-llave.
           READ RESUMOV
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE rsm-ult-fecha TO w-ultima-fecha
           END-READ.
           IF w-fs-resumov NOT = "00"
              AND w-fs-resumov NOT = "23"
              MOVE "RESUMOV" TO w-err-archivo
              MOVE w-fs-resumov TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.

       500-SUSPENDER-SOCIO.
           MOVE "SUSPENSION" TO w-aud-operacion.
           MOVE w-cant-avisos TO l-tot-aviso.
           DISPLAY lin-tot-aviso.
           CLOSE SOCIOS.
           CLOSE RESUMOV.
           CLOSE AUDITORIA.
           MOVE "FIN" TO w-run-evento.
           MOVE w-cant-evaluados TO w-run-leidos.
