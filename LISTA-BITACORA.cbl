      *          grabados;rc). Prints the last N events (BITACORA_N,
      *          default 20) in columns so the morning after a run it
      *          is clear what each step touched and how it ended.
      *          Then, from the step-state file of run_batch.sh
      *          (pasosbatch.dat, PASOS_DAT), the steps of the last
      *          processing date (or BITACORA_FECHA=AAAAMMDD): how
      *          many attempts each PASO took, its last condition
      *          code and state, and where a relaunch resumed the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-runlog.

           SELECT OPTIONAL PASOS
           ASSIGN TO DYNAMIC w-path-pasos
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-pasos.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG.
       01  lin-runlog pic x(80).

       FD  PASOS.
       01  lin-pasos pic x(80).

       WORKING-STORAGE SECTION.
       01  lin-titulo.
           03 filler pic x(34) value
               "LA BITACORA NO REGISTRA CORRIDAS".
       01  lin-guarda2.
           03 filler pic x(80) value all "-".
       01  lin-tit-pasos.
           03 filler pic x(24) value "PASOS DE LA CORRIDA DEL ".
           03 l-tpa-fecha pic 9999/99/99.
       01  lin-encab-pasos.
           03 filler pic x(7) value "PASO".
           03 filler pic x(10) value "INTENTOS".
           03 filler pic x(9) value "ULT.RC".
           03 filler pic x(8) value "ESTADO".
           03 filler pic x(11) value "FECHA".
           03 filler pic x(8) value "HORA".
       01  lin-det-paso.
           03 filler pic x(1) value spaces.
           03 l-pas-paso pic x(3).
           03 filler pic x(6) value spaces.
           03 l-pas-intentos pic zz9.
           03 filler pic x(5) value spaces.
           03 l-pas-rc pic zzz9.
           03 filler pic x(3) value spaces.
           03 l-pas-estado pic x(8).
           03 l-pas-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-pas-hora pic 99.99.99.
       01  lin-reanuda.
           03 filler pic x(26) value "CORRIDA REANUDADA EN PASO ".
           03 l-rea-paso pic x(3).
           03 filler pic x(4) value " EL ".
           03 l-rea-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-rea-hora pic 99.99.99.
       01  lin-descartada.
           03 filler pic x(39) value
               "CORRIDA DESCARTADA POR EL OPERADOR EL ".
           03 l-des-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-des-hora pic 99.99.99.
       01  lin-sin-pasos.
           03 filler pic x(40) value
               "NO HAY PASOS REGISTRADOS PARA LA FECHA".

       77  w-path-runlog pic x(100).
       77  w-fs-runlog pic xx.
       77  w-cmp-grabados pic x(6).
       77  w-cmp-rc pic x(4).

      *********pasos del batch (reinicio por paso) ********************
       77  w-path-pasos pic x(100).
       77  w-fs-pasos pic xx.
       77  w-eof-pasos pic 9 value zero.
       77  w-env-fecha pic x(8).
       77  w-fecha-pedida pic x(8) value spaces.
       77  w-fecha-actual pic x(8) value spaces.
       77  w-pas-fecha pic x(8).
       77  w-pas-paso pic x(3).
       77  w-pas-rc pic x(4).
       77  w-pas-estado pic x(10).
       77  w-pas-fec-ejec pic x(8).
       77  w-pas-hora-ejec pic x(8).
      * un renglon por paso, en el orden en que corrieron; los
      * reinicios y descartes se guardan aparte para listarlos al pie.
       01  w-tab-pasos.
           03 w-tpa-entrada OCCURS 60 TIMES.
               05 w-tpa-paso pic x(3).
               05 w-tpa-intentos pic 999.
               05 w-tpa-rc pic x(4).
               05 w-tpa-estado pic x(10).
               05 w-tpa-fecha pic x(8).
               05 w-tpa-hora pic x(8).
       77  w-cant-pasos pic 99 value zero.
       01  w-tab-eventos.
           03 w-tev-entrada OCCURS 20 TIMES.
               05 w-tev-paso pic x(3).
               05 w-tev-estado pic x(10).
               05 w-tev-fecha pic x(8).
               05 w-tev-hora pic x(8).
       77  w-cant-eventos pic 99 value zero.
       77  w-px pic 99.
       77  w-px-hallado pic 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
               PERFORM 200-LEER-LINEA
            END-PERFORM.
            PERFORM 800-LISTAR-ULTIMAS.
            PERFORM 900-LISTAR-PASOS.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.

           MOVE FUNCTION NUMVAL(w-cmp-grabados) TO l-det-grabados.
           MOVE FUNCTION NUMVAL(w-cmp-rc) TO l-det-rc.
           DISPLAY lin-det.

      * pasosbatch.dat: fechaproc;paso;rc;estado;fecha;hora. Sin fecha
      * pedida vale la ultima que aparece: las lineas son cronologicas,
      * asi que al cambiar de fecha se vuelve a empezar la tabla.
       900-LISTAR-PASOS.
           ACCEPT w-path-pasos FROM ENVIRONMENT "PASOS_DAT".
           IF w-path-pasos = SPACES
              MOVE '..\pasosbatch.dat' TO w-path-pasos
           END-IF.
           ACCEPT w-env-fecha FROM ENVIRONMENT "BITACORA_FECHA".
           MOVE w-env-fecha TO w-fecha-pedida.
           OPEN INPUT PASOS.
           IF w-fs-pasos NOT = "00"
              MOVE 1 TO w-eof-pasos
           END-IF.
           PERFORM UNTIL w-eof-pasos = 1
              READ PASOS
                  AT END MOVE 1 TO w-eof-pasos
                  NOT AT END
                     IF lin-pasos NOT = SPACES
                        PERFORM 910-TOMAR-PASO
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE PASOS.
           IF w-fecha-actual NOT = SPACES
              MOVE FUNCTION NUMVAL(w-fecha-actual) TO l-tpa-fecha
              DISPLAY lin-tit-pasos
           END-IF.
           IF w-cant-pasos = ZERO
              DISPLAY lin-sin-pasos
           ELSE
              DISPLAY lin-encab-pasos
              PERFORM VARYING w-px FROM 1 BY 1
                      UNTIL w-px > w-cant-pasos
                 MOVE w-tpa-paso(w-px) TO l-pas-paso
                 MOVE w-tpa-intentos(w-px) TO l-pas-intentos
                 MOVE FUNCTION NUMVAL(w-tpa-rc(w-px)) TO l-pas-rc
                 MOVE w-tpa-estado(w-px) TO l-pas-estado
                 MOVE FUNCTION NUMVAL(w-tpa-fecha(w-px))
                     TO l-pas-fecha
                 MOVE FUNCTION NUMVAL(w-tpa-hora(w-px)(1:6))
                     TO l-pas-hora
                 DISPLAY lin-det-paso
              END-PERFORM
           END-IF.
           PERFORM VARYING w-px FROM 1 BY 1
                   UNTIL w-px > w-cant-eventos
              IF w-tev-estado(w-px) = "REANUDA"
                 MOVE w-tev-paso(w-px) TO l-rea-paso
                 MOVE FUNCTION NUMVAL(w-tev-fecha(w-px))
                     TO l-rea-fecha
                 MOVE FUNCTION NUMVAL(w-tev-hora(w-px)(1:6))
                     TO l-rea-hora
                 DISPLAY lin-reanuda
              ELSE
                 MOVE FUNCTION NUMVAL(w-tev-fecha(w-px))
                     TO l-des-fecha
                 MOVE FUNCTION NUMVAL(w-tev-hora(w-px)(1:6))
                     TO l-des-hora
                 DISPLAY lin-descartada
              END-IF
           END-PERFORM.
           DISPLAY lin-guarda2.

      * una corrida descartada de la fecha sigue contando en los
      * intentos: el descarte queda como evento para saber por que
      * el paso se corrio de nuevo desde el principio.
       910-TOMAR-PASO.
           MOVE SPACES TO w-pas-fecha w-pas-paso w-pas-rc
                          w-pas-estado w-pas-fec-ejec w-pas-hora-ejec.
           UNSTRING lin-pasos DELIMITED BY ";"
               INTO w-pas-fecha w-pas-paso w-pas-rc w-pas-estado
                    w-pas-fec-ejec w-pas-hora-ejec
           END-UNSTRING.
           IF w-fecha-pedida = SPACES
              OR w-pas-fecha = w-fecha-pedida
              IF w-pas-fecha NOT = w-fecha-actual
                 MOVE w-pas-fecha TO w-fecha-actual
                 MOVE ZERO TO w-cant-pasos
                 MOVE ZERO TO w-cant-eventos
              END-IF
              IF w-pas-estado = "REANUDA"
                 OR w-pas-estado = "DESCARTADA"
                 PERFORM 920-GUARDAR-EVENTO
              ELSE
                 PERFORM 930-GUARDAR-INTENTO
              END-IF
           END-IF.

       920-GUARDAR-EVENTO.
           IF w-cant-eventos < 20
              ADD 1 TO w-cant-eventos
              MOVE w-pas-paso TO w-tev-paso(w-cant-eventos)
              MOVE w-pas-estado TO w-tev-estado(w-cant-eventos)
              MOVE w-pas-fec-ejec TO w-tev-fecha(w-cant-eventos)
              MOVE w-pas-hora-ejec TO w-tev-hora(w-cant-eventos)
           END-IF.

       930-GUARDAR-INTENTO.
           MOVE ZERO TO w-px-hallado.
           PERFORM VARYING w-px FROM 1 BY 1
                   UNTIL w-px > w-cant-pasos
              IF w-tpa-paso(w-px) = w-pas-paso
                 MOVE w-px TO w-px-hallado
              END-IF
           END-PERFORM.
           IF w-px-hallado = ZERO AND w-cant-pasos < 60
              ADD 1 TO w-cant-pasos
              MOVE w-cant-pasos TO w-px-hallado
              MOVE w-pas-paso TO w-tpa-paso(w-px-hallado)
              MOVE ZERO TO w-tpa-intentos(w-px-hallado)
           END-IF.
           IF w-px-hallado NOT = ZERO
              ADD 1 TO w-tpa-intentos(w-px-hallado)
              MOVE w-pas-rc TO w-tpa-rc(w-px-hallado)
              MOVE w-pas-estado TO w-tpa-estado(w-px-hallado)
              MOVE w-pas-fec-ejec TO w-tpa-fecha(w-px-hallado)
              MOVE w-pas-hora-ejec TO w-tpa-hora(w-px-hallado)
           END-IF.
       END PROGRAM LISTA-BITACORA.
