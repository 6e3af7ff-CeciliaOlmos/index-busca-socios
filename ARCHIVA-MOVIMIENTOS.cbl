      *          its date, so the closing mov-saldo-result stays on
      *          line and VERIFICA-SALDOS keeps footing dormant
      *          members. EXTRACTO-SOCIO can read the archive back
      *          with its archived-period option. Every archived row
      *          is taken off the socio's count (and off the month
      *          totals when it falls in that month) in resumov.dat.
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

           SELECT OPTIONAL ARCHIVO
           ASSIGN TO DYNAMIC w-path-archivo
           ORGANIZATION IS SEQUENTIAL
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

       FD  ARCHIVO.
       01  arch-reg.
           03 arch-llave.
       77  w-path-movimientos pic x(100).
       77  w-path-archivo pic x(100).
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-periodo-mov pic 9(6).
       77  w-fs-archivo pic xx.

      *********clasificacion de errores de archivo ********************
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * si resumov.dat todavia no existe no se toca: lo arma completo
      * REARMA-RESUMOV desde lo que quede en movimientos.dat.
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
      * el archivo fechado se abre EXTEND: si el paso se relanza tras
      * una caida con el mismo corte, lo ya descargado (y borrado de
      * movimientos.dat) no se pisa sino que se sigue agregando.
           IF w-path-movimientos = SPACES
              MOVE '..\movimientos.dat' TO w-path-movimientos
           END-IF.
           ACCEPT w-path-resumov FROM ENVIRONMENT "RESUMOV_DAT".
           IF w-path-resumov = SPACES
              MOVE '..\resumov.dat' TO w-path-resumov
           END-IF.

       110-PIDO-PERIODO-CORTE.
           ACCEPT w-env-corte FROM ENVIRONMENT "PERIODO_CORTE".
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
           IF w-fs-movimientos = "00"
              MOVE w-pend-reg TO mov-reg
              PERFORM 985-DESCONTAR-RESUMEN
           END-IF.
           MOVE w-cur-reg TO mov-reg.
           MOVE ZERO TO w-pend-ocupado.
           ADD 1 TO w-fil-archivados.
           MOVE w-tot-quedan TO l-tot-quedan.
           DISPLAY lin-tot-quedan.
           CLOSE MOVIMIENTOS.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           CLOSE ARCHIVO.

      * descuenta de resumov.dat el movimiento recien borrado (en
      * mov-reg). El ultimo movimiento del socio nunca se borra, asi
      * que fecha y saldo del resumen no cambian; solo la cantidad y,
      * si cae en el mes del resumen, los totales del mes.
       985-DESCONTAR-RESUMEN.
           IF w-rsm-existe = 1
              MOVE mov-soc-llave TO rsm-soc-llave
              READ RESUMOV
                  INVALID KEY CONTINUE
              END-READ
              IF w-fs-resumov = "00"
                 SUBTRACT 1 FROM rsm-cant-movs
                 MOVE mov-fecha(1:6) TO w-rsm-periodo-mov
                 IF w-rsm-periodo-mov = rsm-periodo
                    SUBTRACT 1 FROM rsm-mes-cant
                    IF mov-importe < ZERO
                       ADD mov-importe TO rsm-mes-debitos
                    ELSE
                       SUBTRACT mov-importe FROM rsm-mes-creditos
                    END-IF
                 END-IF
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
