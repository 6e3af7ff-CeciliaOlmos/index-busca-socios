      ******************************************************************
      * Author:
      * Date:
      * Purpose: per-filial summary of the teller cash close-outs of
      *          one day (ARQUEO_FECHA, default the processing date).
      *          Every operator of operadores.dat that posted a
      *          movement that day is listed under the filial of the
      *          drawer declared in arqueos.dat (the filial of the
      *          socio of the first movement when there is no
      *          close-out), with the cash in and out recomputed from
      *          movimientos.dat, the expected and counted cash, the
      *          difference and its state: CUADRADA, SOBRANTE,
      *          FALTANTE, SIN CIERRE (posted and did not close out)
      *          or MOVS POST CIERRE (the recomputed cash no longer
      *          matches the declared close-out because the teller
      *          went on posting). Without operadores.dat every
      *          usuario with a cash movement is taken as a teller.
      *          Totals per filial and for the day. Ends with codigo 4
      *          when any drawer is SIN CIERRE or MOVS POST CIERRE;
      *          run_batch.sh warns and goes on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-CAJAS.
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

           SELECT OPTIONAL OPERADORES
           ASSIGN TO DYNAMIC w-path-operadores
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ope-usuario
           FILE STATUS IS w-fs-operadores.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO DYNAMIC w-path-runlog
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-runlog.

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

       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
      *********fecha de proceso del negocio ***************************
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).
       77  w-env-fecha pic x(8).
       77  w-fecha pic 9(8).

       77  w-path-arqueos pic x(100).
       77  w-path-movimientos pic x(100).
       77  w-path-filiales pic x(100).
       77  w-path-operadores pic x(100).
       77  w-fs-arqueos pic xx.
       77  w-fs-movimientos pic xx.
       77  w-fs-filiales pic xx.
       77  w-fs-operadores pic xx.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-err-fs pic xx.

       77  w-hay-movs pic 9 value zero.
       77  w-hay-arqueos pic 9 value zero.
       77  w-hay-operadores pic 9 value zero.
       77  w-eof-mov pic 9 value zero.
       77  w-eof-arq pic 9 value zero.
       77  w-eof-fil pic 9 value zero.

      *********cajas del dia por usuario ******************************
      * se anotan todos los usuarios que movieron ese dia, tambien los
      * de procesos batch, para no volver a buscarlos en el maestro;
      * solo se listan los que son operadores.
       01  w-tab-cajas.
           03 w-caj-entrada OCCURS 200 TIMES.
               05 w-caj-usuario pic x(12).
               05 w-caj-operador pic 9.
               05 w-caj-filial pic 9999.
               05 w-caj-cant pic 9(5).
               05 w-caj-ingresos pic 9(9)v99.
               05 w-caj-egresos pic 9(9)v99.
               05 w-caj-cerrada pic 9.
               05 w-caj-fondo pic 9(7)v99.
               05 w-caj-esperado-decl pic s9(9)v99.
               05 w-caj-contado pic 9(9)v99.
               05 w-caj-listada pic 9.
       77  w-caj-tope pic 9(3) value zero.
       77  w-caj-ix pic 9(3).
       77  w-caj-ix2 pic 9(3).
       77  w-caj-hallado pic 9.
       77  w-caj-lleno pic 9 value zero.
       77  w-busca-usuario pic x(12).

       77  w-esperado pic s9(9)v99.
       77  w-diferencia pic s9(9)v99.
       77  w-fil-actual pic 9999.
       77  w-fil-cant pic 9(3).
       77  w-fil-ingresos pic s9(11)v99.
       77  w-fil-egresos pic s9(11)v99.
       77  w-fil-esperado pic s9(11)v99.
       77  w-fil-contado pic s9(11)v99.
       77  w-fil-diferencia pic s9(11)v99.
       77  w-cant-cajas pic 9(5) value zero.
       77  w-cant-cerradas pic 9(5) value zero.
       77  w-cant-sin-cierre pic 9(5) value zero.
       77  w-cant-posteriores pic 9(5) value zero.
       77  w-tot-diferencia pic s9(11)v99 value zero.
       77  w-run-rc-final pic 9(4) value zero.

       01  lin-titulo.
           03 filler pic x(40) value
               "RESUMEN DE CAJAS POR FILIAL - FECHA: ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-filial.
           03 filler pic x(8) value "FILIAL ".
           03 l-fil-cod pic 9999.
           03 filler pic x(1) value spaces.
           03 l-fil-nom pic x(20).
       01  lin-encab.
           03 filler pic x(13) value "USUARIO".
           03 filler pic x(6) value " MOVS".
           03 filler pic x(13) value "     INGRESOS".
           03 filler pic x(13) value "      EGRESOS".
           03 filler pic x(13) value "     ESPERADO".
           03 filler pic x(13) value "      CONTADO".
           03 filler pic x(13) value "   DIFERENCIA".
           03 filler pic x(1) value spaces.
           03 filler pic x(17) value "ESTADO".
       01  lin-det.
           03 l-det-usuario pic x(12).
           03 filler pic x(1) value spaces.
           03 l-det-cant pic zz.zz9.
           03 filler pic x(1) value spaces.
           03 l-det-ingresos pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-egresos pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-esperado pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-contado pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-diferencia pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-det-estado pic x(17).
       01  lin-tot-fil.
           03 filler pic x(13) value "TOTAL FILIAL".
           03 l-tf-cant pic zz.zz9.
           03 filler pic x(1) value spaces.
           03 l-tf-ingresos pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-tf-egresos pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-tf-esperado pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-tf-contado pic -(8)9,99.
           03 filler pic x(1) value spaces.
           03 l-tf-diferencia pic -(8)9,99.
       01  lin-tot-cajas.
           03 filler pic x(30) value "CAJAS CON MOVIMIENTO: ".
           03 l-tot-cajas pic zz.zz9.
       01  lin-tot-cerradas.
           03 filler pic x(30) value "CAJAS CERRADAS: ".
           03 l-tot-cerradas pic zz.zz9.
       01  lin-tot-sin-cierre.
           03 filler pic x(30) value "CAJAS SIN CIERRE: ".
           03 l-tot-sin-cierre pic zz.zz9.
       01  lin-tot-posteriores.
           03 filler pic x(30) value "CON MOVS. POSTERIORES: ".
           03 l-tot-posteriores pic zz.zz9.
       01  lin-tot-diferencia.
           03 filler pic x(30) value "DIFERENCIA NETA DEL DIA: ".
           03 l-tot-diferencia pic -(9)9,99.
       01  lin-guarda2.
           03 filler pic x(80) value all "-".

      *********bitacora comun de corridas batch ***********************
       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-run-programa pic x(16) value "RESUMEN-CAJAS".
       77  w-run-evento pic x(6).
       77  w-run-fecha pic 9(8).
       77  w-run-hora pic 9(8).
       77  w-run-leidos pic 9(6) value zero.
       77  w-run-grabados pic 9(6) value zero.
       77  w-run-rc pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-SUMAR-MOVIMIENTOS.
            PERFORM 300-TOMAR-ARQUEOS.
            PERFORM 400-LISTAR-FILIALES.
            PERFORM 800-FIN.
            MOVE w-run-rc-final TO RETURN-CODE.
            STOP RUN.

       100-INICIO.
           PERFORM 105-TOMAR-RUTAS.
           PERFORM 108-TOMAR-FECHA-PROC.
           ACCEPT w-env-fecha FROM ENVIRONMENT "ARQUEO_FECHA".
           IF w-env-fecha NOT = SPACES
              MOVE FUNCTION NUMVAL(w-env-fecha) TO w-fecha
           ELSE
              MOVE w-fecha-proc TO w-fecha
           END-IF.
           MOVE "INICIO" TO w-run-evento.
           MOVE ZERO TO w-run-leidos.
           MOVE ZERO TO w-run-grabados.
           MOVE ZERO TO w-run-rc.
           PERFORM 940-GRABAR-RUNLOG.
           OPEN INPUT FILIALES.
           IF w-fs-filiales NOT = "00"
              MOVE "FILIALES" TO w-err-archivo
              MOVE w-fs-filiales TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
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
           OPEN INPUT ARQUEOS.
           IF w-fs-arqueos = "00"
              MOVE 1 TO w-hay-arqueos
           ELSE
              IF w-fs-arqueos NOT = "05"
                 AND w-fs-arqueos NOT = "35"
                 MOVE "ARQUEOS" TO w-err-archivo
                 MOVE w-fs-arqueos TO w-err-fs
                 PERFORM 950-ERROR-ARCHIVO
              END-IF
           END-IF.
           OPEN INPUT OPERADORES.
           IF w-fs-operadores = "00"
              MOVE 1 TO w-hay-operadores
           ELSE
              DISPLAY "SIN MAESTRO DE OPERADORES - SE TOMA COMO "
                      "CAJERO A TODO USUARIO CON MOVIMIENTOS EN "
                      "EFECTIVO"
           END-IF.
           MOVE w-fecha TO l-tit-fecha.
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
           ACCEPT w-path-operadores FROM ENVIRONMENT "OPERADORES_DAT".
           IF w-path-operadores = SPACES
              MOVE '..\operadores.dat' TO w-path-operadores
           END-IF.
           ACCEPT w-path-runlog FROM ENVIRONMENT "RUNLOG_DAT".
           IF w-path-runlog = SPACES
              MOVE '..\runlog.dat' TO w-path-runlog
           END-IF.

      * recorrido completo de movimientos tomando los de la fecha;
      * se suman igual que en ARQUEO-CAJA para que lo recalculado
      * sea comparable con lo declarado.
       200-SUMAR-MOVIMIENTOS.
           IF w-hay-movs = 1
              MOVE ZERO TO w-eof-mov
              MOVE LOW-VALUES TO mov-llave
              START MOVIMIENTOS KEY IS NOT LESS THAN mov-llave
                  INVALID KEY MOVE 1 TO w-eof-mov
              END-START
              PERFORM UNTIL w-eof-mov = 1
                 READ MOVIMIENTOS NEXT
                     AT END MOVE 1 TO w-eof-mov
                     NOT AT END PERFORM 210-TOMAR-MOVIMIENTO
                 END-READ
              END-PERFORM
           END-IF.

       210-TOMAR-MOVIMIENTO.
           IF mov-fecha = w-fecha
              ADD 1 TO w-run-leidos
              MOVE mov-usuario TO w-busca-usuario
              PERFORM 250-BUSCAR-CAJA
              IF w-caj-hallado = 1
                 PERFORM 220-ACUMULAR-MOVIMIENTO
              END-IF
           END-IF.

       220-ACUMULAR-MOVIMIENTO.
           IF w-caj-filial(w-caj-ix) = ZERO
              MOVE mov-filial TO w-caj-filial(w-caj-ix)
           END-IF.
           IF mov-efectivo
              ADD 1 TO w-caj-cant(w-caj-ix)
              IF w-hay-operadores = 0
                 MOVE 1 TO w-caj-operador(w-caj-ix)
              END-IF
              IF mov-importe > ZERO
                 ADD mov-importe TO w-caj-ingresos(w-caj-ix)
              ELSE
                 SUBTRACT mov-importe FROM w-caj-egresos(w-caj-ix)
              END-IF
           END-IF.

      * busca el usuario en la tabla y, si es nuevo, lo agrega
      * marcando si es operador. Deja w-caj-ix en su entrada.
       250-BUSCAR-CAJA.
           MOVE ZERO TO w-caj-hallado.
           PERFORM VARYING w-caj-ix FROM 1 BY 1
                   UNTIL w-caj-ix > w-caj-tope
                      OR w-caj-hallado = 1
              IF w-caj-usuario(w-caj-ix) = w-busca-usuario
                 MOVE 1 TO w-caj-hallado
              END-IF
           END-PERFORM.
           IF w-caj-hallado = 1
              SUBTRACT 1 FROM w-caj-ix
           ELSE
              IF w-caj-tope < 200
                 ADD 1 TO w-caj-tope
                 MOVE w-caj-tope TO w-caj-ix
                 INITIALIZE w-caj-entrada(w-caj-ix)
                 MOVE w-busca-usuario TO w-caj-usuario(w-caj-ix)
                 PERFORM 255-CONTROLAR-OPERADOR
                 MOVE 1 TO w-caj-hallado
              ELSE
                 IF w-caj-lleno = 0
                    DISPLAY "TABLA DE CAJAS COMPLETA - HAY "
                            "USUARIOS SIN RESUMIR"
                    MOVE 1 TO w-caj-lleno
                    MOVE 4 TO w-run-rc-final
                 END-IF
              END-IF
           END-IF.

       255-CONTROLAR-OPERADOR.
           MOVE ZERO TO w-caj-operador(w-caj-ix).
           IF w-hay-operadores = 1
              MOVE w-busca-usuario TO ope-usuario
              READ OPERADORES
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE 1 TO w-caj-operador(w-caj-ix)
              END-READ
           END-IF.

      * los arqueos de la fecha vienen juntos por la clave; un
      * arqueo sin movimientos (caja que no opero) tambien se lista.
       300-TOMAR-ARQUEOS.
           IF w-hay-arqueos = 1
              MOVE ZERO TO w-eof-arq
              MOVE w-fecha TO arq-fecha
              MOVE LOW-VALUES TO arq-usuario
              START ARQUEOS KEY IS NOT LESS THAN arq-llave
                  INVALID KEY MOVE 1 TO w-eof-arq
              END-START
              PERFORM UNTIL w-eof-arq = 1
                 READ ARQUEOS NEXT
                     AT END MOVE 1 TO w-eof-arq
                     NOT AT END
                        IF arq-fecha NOT = w-fecha
                           MOVE 1 TO w-eof-arq
                        ELSE
                           PERFORM 310-TOMAR-ARQUEO
                        END-IF
                 END-READ
              END-PERFORM
           END-IF.

       310-TOMAR-ARQUEO.
           MOVE arq-usuario TO w-busca-usuario.
           PERFORM 250-BUSCAR-CAJA.
           IF w-caj-hallado = 1
              MOVE 1 TO w-caj-operador(w-caj-ix)
              MOVE 1 TO w-caj-cerrada(w-caj-ix)
              MOVE arq-filial TO w-caj-filial(w-caj-ix)
              MOVE arq-fondo TO w-caj-fondo(w-caj-ix)
              MOVE arq-esperado TO w-caj-esperado-decl(w-caj-ix)
              MOVE arq-contado TO w-caj-contado(w-caj-ix)
           END-IF.

      * una seccion por filial en el orden del maestro; las cajas de
      * una filial que no esta en el maestro salen al final.
       400-LISTAR-FILIALES.
           MOVE ZERO TO w-eof-fil.
           MOVE ZERO TO fil-cod.
           START FILIALES KEY IS NOT LESS THAN fil-cod
               INVALID KEY MOVE 1 TO w-eof-fil
           END-START.
           PERFORM UNTIL w-eof-fil = 1
              READ FILIALES NEXT
                  AT END MOVE 1 TO w-eof-fil
                  NOT AT END
                     MOVE fil-cod TO w-fil-actual
                     MOVE fil-nom TO l-fil-nom
                     PERFORM 410-LISTAR-FILIAL
              END-READ
           END-PERFORM.
      * 410 recorre la tabla con w-caj-ix: la cola de filiales no
      * registradas va con su propio subindice para no perder lugar.
           PERFORM VARYING w-caj-ix2 FROM 1 BY 1
                   UNTIL w-caj-ix2 > w-caj-tope
              IF w-caj-operador(w-caj-ix2) = 1
                 AND w-caj-listada(w-caj-ix2) = 0
                 MOVE w-caj-filial(w-caj-ix2) TO w-fil-actual
                 MOVE "FILIAL NO REGISTRADA" TO l-fil-nom
                 PERFORM 410-LISTAR-FILIAL
              END-IF
           END-PERFORM.

       410-LISTAR-FILIAL.
           MOVE ZERO TO w-fil-cant.
           MOVE ZERO TO w-fil-ingresos.
           MOVE ZERO TO w-fil-egresos.
           MOVE ZERO TO w-fil-esperado.
           MOVE ZERO TO w-fil-contado.
           MOVE ZERO TO w-fil-diferencia.
           PERFORM 415-LISTAR-CAJA
               VARYING w-caj-ix FROM 1 BY 1
               UNTIL w-caj-ix > w-caj-tope.
           IF w-fil-cant > ZERO
              MOVE w-fil-cant TO l-tf-cant
              MOVE w-fil-ingresos TO l-tf-ingresos
              MOVE w-fil-egresos TO l-tf-egresos
              MOVE w-fil-esperado TO l-tf-esperado
              MOVE w-fil-contado TO l-tf-contado
              MOVE w-fil-diferencia TO l-tf-diferencia
              DISPLAY lin-tot-fil
           END-IF.

       415-LISTAR-CAJA.
           IF w-caj-operador(w-caj-ix) = 1
              AND w-caj-listada(w-caj-ix) = 0
              AND w-caj-filial(w-caj-ix) = w-fil-actual
              IF w-fil-cant = ZERO
                 MOVE w-fil-actual TO l-fil-cod
                 DISPLAY lin-guarda2
                 DISPLAY lin-filial
                 DISPLAY lin-encab
              END-IF
              MOVE 1 TO w-caj-listada(w-caj-ix)
              ADD 1 TO w-fil-cant
              PERFORM 420-EVALUAR-CAJA
              DISPLAY lin-det
           END-IF.

      * sin arqueo no hay fondo declarado: lo esperado es solo el
      * neto del dia y no hay contado contra que comparar.
       420-EVALUAR-CAJA.
           ADD 1 TO w-cant-cajas.
           COMPUTE w-esperado = w-caj-fondo(w-caj-ix)
                              + w-caj-ingresos(w-caj-ix)
                              - w-caj-egresos(w-caj-ix).
           MOVE w-caj-usuario(w-caj-ix) TO l-det-usuario.
           MOVE w-caj-cant(w-caj-ix) TO l-det-cant.
           MOVE w-caj-ingresos(w-caj-ix) TO l-det-ingresos.
           MOVE w-caj-egresos(w-caj-ix) TO l-det-egresos.
           MOVE w-esperado TO l-det-esperado.
           ADD w-caj-ingresos(w-caj-ix) TO w-fil-ingresos.
           ADD w-caj-egresos(w-caj-ix) TO w-fil-egresos.
           ADD w-esperado TO w-fil-esperado.
           IF w-caj-cerrada(w-caj-ix) = 0
              MOVE ZERO TO l-det-contado
              MOVE ZERO TO l-det-diferencia
              MOVE "SIN CIERRE" TO l-det-estado
              ADD 1 TO w-cant-sin-cierre
              MOVE 4 TO w-run-rc-final
           ELSE
              ADD 1 TO w-cant-cerradas
              COMPUTE w-diferencia =
                  w-caj-contado(w-caj-ix) - w-esperado
              MOVE w-caj-contado(w-caj-ix) TO l-det-contado
              MOVE w-diferencia TO l-det-diferencia
              ADD w-caj-contado(w-caj-ix) TO w-fil-contado
              ADD w-diferencia TO w-fil-diferencia
              ADD w-diferencia TO w-tot-diferencia
              EVALUATE TRUE
                 WHEN w-esperado NOT = w-caj-esperado-decl(w-caj-ix)
                    MOVE "MOVS POST CIERRE" TO l-det-estado
                    ADD 1 TO w-cant-posteriores
                    MOVE 4 TO w-run-rc-final
                 WHEN w-diferencia > ZERO
                    MOVE "SOBRANTE" TO l-det-estado
                 WHEN w-diferencia < ZERO
                    MOVE "FALTANTE" TO l-det-estado
                 WHEN OTHER
                    MOVE "CUADRADA" TO l-det-estado
              END-EVALUATE
           END-IF.

       800-FIN.
           IF w-cant-cajas = ZERO
              DISPLAY "SIN CAJAS CON MOVIMIENTO EN LA FECHA"
           END-IF.
           DISPLAY lin-guarda2.
           MOVE w-cant-cajas TO l-tot-cajas.
           DISPLAY lin-tot-cajas.
           MOVE w-cant-cerradas TO l-tot-cerradas.
           DISPLAY lin-tot-cerradas.
           MOVE w-cant-sin-cierre TO l-tot-sin-cierre.
           DISPLAY lin-tot-sin-cierre.
           MOVE w-cant-posteriores TO l-tot-posteriores.
           DISPLAY lin-tot-posteriores.
           MOVE w-tot-diferencia TO l-tot-diferencia.
           DISPLAY lin-tot-diferencia.
           CLOSE FILIALES.
           IF w-hay-movs = 1
              CLOSE MOVIMIENTOS
           END-IF.
           IF w-hay-arqueos = 1
              CLOSE ARQUEOS
           END-IF.
           IF w-hay-operadores = 1
              CLOSE OPERADORES
           END-IF.
           MOVE w-cant-cajas TO w-run-grabados.
           MOVE "FIN" TO w-run-evento.
           MOVE w-run-rc-final TO w-run-rc.
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
       END PROGRAM RESUMEN-CAJAS.
