      *          entries of that clave, paginated. Replaces opening
      *          BUSCA-SOCIOS + EXTRACTO-SOCIO + LISTA-AUDITORIA +
      *          BUSCA-FILIALES for one phone call.
      *          Also lists the member's loans from prestamos.dat
      *          with the pending and overdue installments of each
      *          (cuotas.dat) and what is still owed.
      *          Under the master record, the member identity from
      *          identidad.dat: documento, fecha de nacimiento,
      *          domicilio, telefono, email and, for a transferred
      *          member, the soc-llave it came from.
      *          Above the last movements, the last movement date and
      *          balance and the totals of that month from resumov.dat;
      *          a socio with no line there has no movements and the
      *          history is not read at all. The movement count comes
      *          from the same line, and only the last rows are loaded
      *          for the listing.
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

           SELECT OPTIONAL PRESTAMOS
           ASSIGN TO DYNAMIC w-path-prestamos
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pre-nro
           ALTERNATE RECORD KEY IS pre-soc-llave WITH DUPLICATES
           FILE STATUS IS w-fs-prestamos.

           SELECT OPTIONAL CUOTAS
           ASSIGN TO DYNAMIC w-path-cuotas
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cuo-llave
           FILE STATUS IS w-fs-cuotas.

           SELECT OPTIONAL IDENTIDAD
           ASSIGN TO DYNAMIC w-path-identidad
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ide-soc-llave
           ALTERNATE RECORD KEY IS ide-documento WITH DUPLICATES
           FILE STATUS IS w-fs-identidad.

           SELECT OPTIONAL FECHAPROC
           ASSIGN TO DYNAMIC w-path-fechaproc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fs-fechaproc.

       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
               88 mov-interes value "I".
               88 mov-comision value "M".
               88 mov-transferencia value "T".
               88 mov-prestamo value "P".
               88 mov-pfijo value "F".
               88 mov-int-pfijo value "G".
               88 mov-externa value "X".
               88 mov-excedente value "E".
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-usuario pic x(12).
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

       FD  AUDITORIA.
       01  lin-auditoria pic x(150).

       FD  PRESTAMOS.
       01  pre-reg.
           03 pre-nro pic 9(5).
           03 pre-soc-llave.
               05 pre-filial pic 9999.
               05 pre-cod pic 9999.
           03 pre-capital pic s9(7)v99.
           03 pre-tasa pic 99v9999.
           03 pre-plazo pic 999.
           03 pre-primer-venc pic 9(8).
           03 pre-cuota pic s9(7)v99.
           03 pre-fecha-alta pic 9(8).
           03 pre-estado pic x(1).
               88 pre-vigente value "V".
               88 pre-cancelado value "C".
               88 pre-finalizado value "F".
           03 pre-fecha-baja pic 9(8).

       FD  CUOTAS.
       01  cuo-reg.
           03 cuo-llave.
               05 cuo-pre-nro pic 9(5).
               05 cuo-numero pic 999.
           03 cuo-soc-llave.
               05 cuo-filial pic 9999.
               05 cuo-cod pic 9999.
           03 cuo-vencimiento pic 9(8).
           03 cuo-capital pic s9(7)v99.
           03 cuo-interes pic s9(7)v99.
           03 cuo-importe pic s9(7)v99.
           03 cuo-estado pic x(1).
               88 cuo-pendiente value "P".
               88 cuo-cobrada value "C".
               88 cuo-precancelada value "X".
           03 cuo-fecha-pago pic 9(8).
           03 cuo-dias-mora pic 9(4).
           03 cuo-intentos pic 999.
           03 cuo-ult-intento pic 9(8).

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

       FD  FECHAPROC.
       01  lin-fechaproc pic x(8).

       WORKING-STORAGE SECTION.
       01  lin-guarda.
           03 filler pic x(80) value all ".".
           03 filler pic x(8) value "  ALTA: ".
           03 l-soc-alta pic 9999/99/99.

      *********identidad y contacto ***********************************
       01  lin-ide-1.
           03 filler pic x(11) value "DOCUMENTO: ".
           03 l-ide-doc-tipo pic x(3).
           03 filler pic x(1) value spaces.
           03 l-ide-doc-nro pic z(10)9.
           03 filler pic x(15) value "  NACIMIENTO: ".
           03 l-ide-fecha-nac pic 9999/99/99.
       01  lin-ide-2.
           03 filler pic x(11) value "DOMICILIO: ".
           03 l-ide-domicilio pic x(40).
           03 filler pic x(3) value " - ".
           03 l-ide-localidad pic x(20).
       01  lin-ide-3.
           03 filler pic x(10) value "TELEFONO: ".
           03 l-ide-telefono pic x(15).
           03 filler pic x(9) value "  EMAIL: ".
           03 l-ide-email pic x(40).
       01  lin-ide-origen.
           03 filler pic x(17) value "TRASLADADO DESDE ".
           03 l-ide-orig-filial pic 9999.
           03 filler pic x(1) value "-".
           03 l-ide-orig-cod pic 9999.
       01  lin-ide-no.
           03 filler pic x(40) value
               "EL SOCIO NO TIENE FICHA DE IDENTIDAD".

      *********datos de la filial *************************************
       01  lin-fil-1.
           03 filler pic x(8) value "FILIAL: ".
           03 l-mov-saldo pic -(6)9,99.
           03 filler pic x(2) value spaces.
           03 l-mov-contra pic x(9).
       01  lin-rsm-ultimo.
           03 filler pic x(20) value "ULTIMO MOVIMIENTO: ".
           03 l-rsm-fecha pic 9999/99/99.
           03 filler pic x(9) value "  SALDO ".
           03 l-rsm-saldo pic -(6)9,99.
       01  lin-rsm-mes.
           03 filler pic x(4) value "MES ".
           03 l-rsm-periodo pic 9999/99.
           03 filler pic x(2) value ": ".
           03 l-rsm-mes-cant pic zz.zz9.
           03 filler pic x(8) value " MOVS.  ".
           03 filler pic x(9) value "CREDITOS ".
           03 l-rsm-creditos pic zzz.zzz.zz9,99.
           03 filler pic x(10) value "  DEBITOS ".
           03 l-rsm-debitos pic zzz.zzz.zz9,99.
       01  lin-sin-movimientos.
           03 filler pic x(35) value
               "EL SOCIO NO REGISTRA MOVIMIENTOS".
           03 filler pic x(40) value
               "LA CLAVE NO REGISTRA AUDITORIA".

      *********prestamos del socio ************************************
       01  lin-tit-prest.
           03 filler pic x(22) value "PRESTAMOS DEL SOCIO:".
       01  lin-encab-prest.
           03 filler pic x(7) value "NRO".
           03 filler pic x(11) value "ALTA".
           03 filler pic x(12) value "CAPITAL".
           03 filler pic x(11) value "ESTADO".
           03 filler pic x(6) value "PEND".
           03 filler pic x(6) value "MORA".
           03 filler pic x(13) value "IMP. MORA".
           03 filler pic x(12) value "ADEUDADO".
       01  lin-det-prest.
           03 l-pre-nro pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-pre-alta pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 l-pre-capital pic -(7)9,99.
           03 filler pic x(1) value spaces.
           03 l-pre-estado pic x(10).
           03 filler pic x(1) value spaces.
           03 l-pre-pend pic zz9.
           03 filler pic x(3) value spaces.
           03 l-pre-mora pic zz9.
           03 filler pic x(2) value spaces.
           03 l-pre-imp-mora pic -(7)9,99.
           03 filler pic x(2) value spaces.
           03 l-pre-adeudado pic -(7)9,99.
       01  lin-tot-prest.
           03 filler pic x(28) value "TOTAL ADEUDADO EN PRESTAMOS:".
           03 l-tot-pre-adeudado pic -(8)9,99.
           03 filler pic x(12) value "  EN MORA: ".
           03 l-tot-pre-mora pic -(8)9,99.
       01  lin-sin-prestamos.
           03 filler pic x(35) value
               "EL SOCIO NO REGISTRA PRESTAMOS".

      *********busqueda por nombre ************************************
       01  lin-encab-busca.
           03 filler pic x(10) value "FILIAL".
       77  w-fs-socios pic xx.
       77  w-fs-filiales pic xx.
       77  w-fs-movimientos pic xx.
       77  w-path-resumov pic x(100).
       77  w-fs-resumov pic xx.
       77  w-rsm-existe pic 9 value 1.
       77  w-rsm-hay pic 9 value zero.
       77  w-fs-auditoria pic xx.
       77  w-mov-existe pic 9 value 1.
       77  w-aud-existe pic 9 value 1.
       77  w-path-prestamos pic x(100).
       77  w-path-cuotas pic x(100).
       77  w-fs-prestamos pic xx.
       77  w-fs-cuotas pic xx.
       77  w-pre-existe pic 9 value 1.
       77  w-cuo-existe pic 9 value 1.
       77  w-path-identidad pic x(100).
       77  w-fs-identidad pic xx.
       77  w-ide-existe pic 9 value 1.
       77  w-path-fechaproc pic x(100).
       77  w-fs-fechaproc pic xx.
       77  w-fecha-proc pic 9(8).
       77  w-eof-prest pic 9 value zero.
       77  w-eof-cuotas pic 9 value zero.
       77  w-cant-prest pic 9(3) value zero.
       77  w-cuo-pend pic 999.
       77  w-cuo-mora pic 999.
       77  w-imp-mora pic s9(7)v99.
       77  w-imp-adeudado pic s9(7)v99.
       77  w-tot-adeudado pic s9(9)v99 value zero.
       77  w-tot-mora pic s9(9)v99 value zero.

      *********clasificacion de errores de archivo ********************
       77  w-err-archivo pic x(12).
       77  w-anillo-ix pic 99.
       77  w-desde-ix pic 9(6).
       77  w-lista-ix pic 9(6).
       77  w-mov-saltear pic 9(7) value zero.

       01  w-contra-ed.
           03 w-contra-fil-ed pic 9999.
       01  w-contra-grupo.
           03 w-cg-filial pic 9999.
           03 w-cg-cod pic 9999.
       01  w-cuota-ed.
           03 w-cuota-pre-ed pic 9(5).
           03 filler pic x(1) value "-".
           03 w-cuota-nro-ed pic 999.
       01  w-cuota-grupo.
           03 w-cg-prestamo pic 9(5).
           03 w-cg-cuota pic 999.
       01  w-pfijo-ed.
           03 w-pfijo-nro-ed pic 9(6).
           03 filler pic x(1) value "-".
           03 w-pfijo-renov-ed pic 99.
       01  w-pfijo-grupo.
           03 w-pg-nro pic 9(6).
           03 w-pg-renov pic 99.

      *********parseo de auditoria.log ********************************
       77  w-aud-fecha pic x(8).
               PERFORM 300-MOSTRAR-FICHA
               PERFORM 400-MOSTRAR-FILIAL
               PERFORM 500-MOSTRAR-MOVIMIENTOS
               PERFORM 700-MOSTRAR-PRESTAMOS
               PERFORM 600-MOSTRAR-AUDITORIA
            END-IF.
            PERFORM 800-FIN.
              MOVE w-fs-movimientos TO w-err-fs
              PERFORM 950-ERROR-ARCHIVO
           END-IF.
      * sin resumov.dat la consulta sigue andando: cuenta y lista
      * desde movimientos.dat como siempre, sin la linea de resumen.
           OPEN INPUT RESUMOV.
           IF w-fs-resumov NOT = "00"
              MOVE ZERO TO w-rsm-existe
           END-IF.
           OPEN INPUT AUDITORIA.
           IF w-fs-auditoria NOT = "00"
              MOVE ZERO TO w-aud-existe
           END-IF.
           PERFORM 108-TOMAR-FECHA-PROC.
           OPEN INPUT PRESTAMOS.
           IF w-fs-prestamos NOT = "00"
              MOVE ZERO TO w-pre-existe
           END-IF.
           OPEN INPUT CUOTAS.
           IF w-fs-cuotas NOT = "00"
              MOVE ZERO TO w-cuo-existe
           END-IF.
           OPEN INPUT IDENTIDAD.
           IF w-fs-identidad NOT = "00"
              MOVE ZERO TO w-ide-existe
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
           ACCEPT w-path-auditoria FROM ENVIRONMENT "AUDITORIA_LOG".
           IF w-path-auditoria = SPACES
              MOVE '..\auditoria.log' TO w-path-auditoria
           END-IF.
           ACCEPT w-path-prestamos FROM ENVIRONMENT "PRESTAMOS_DAT".
           IF w-path-prestamos = SPACES
              MOVE '..\prestamos.dat' TO w-path-prestamos
           END-IF.
           ACCEPT w-path-cuotas FROM ENVIRONMENT "CUOTAS_DAT".
           IF w-path-cuotas = SPACES
              MOVE '..\cuotas.dat' TO w-path-cuotas
           END-IF.
           ACCEPT w-path-identidad FROM ENVIRONMENT "IDENTIDAD_DAT".
           IF w-path-identidad = SPACES
              MOVE '..\identidad.dat' TO w-path-identidad
           END-IF.

       150-NUEVA-PAGINA.
           ADD 1 TO w-nro-pagina.
           DISPLAY lin-soc-2.
           PERFORM 160-CONTAR-LINEA.
           PERFORM 160-CONTAR-LINEA.
           PERFORM 310-MOSTRAR-IDENTIDAD.

      * sin identidad.dat (o sin ficha para un socio cargado antes de
      * que existiera) se avisa y la consulta sigue.
       310-MOSTRAR-IDENTIDAD.
           IF w-ide-existe = 1
              MOVE soc-llave TO ide-soc-llave
              READ IDENTIDAD
                  INVALID KEY
                     DISPLAY lin-ide-no
                     PERFORM 160-CONTAR-LINEA
                  NOT INVALID KEY
                     PERFORM 320-LISTAR-IDENTIDAD
              END-READ
           ELSE
              DISPLAY lin-ide-no
              PERFORM 160-CONTAR-LINEA
           END-IF.

       320-LISTAR-IDENTIDAD.
           MOVE ide-doc-tipo TO l-ide-doc-tipo.
           MOVE ide-doc-nro TO l-ide-doc-nro.
           MOVE ide-fecha-nac TO l-ide-fecha-nac.
           DISPLAY lin-ide-1.
           MOVE ide-domicilio TO l-ide-domicilio.
           MOVE ide-localidad TO l-ide-localidad.
           DISPLAY lin-ide-2.
           MOVE ide-telefono TO l-ide-telefono.
           MOVE ide-email TO l-ide-email.
           DISPLAY lin-ide-3.
           PERFORM 160-CONTAR-LINEA.
           PERFORM 160-CONTAR-LINEA.
           PERFORM 160-CONTAR-LINEA.
           IF ide-llave-origen NOT = ZERO
              MOVE ide-orig-filial TO l-ide-orig-filial
              MOVE ide-orig-cod TO l-ide-orig-cod
              DISPLAY lin-ide-origen
              PERFORM 160-CONTAR-LINEA
           END-IF.

       400-MOSTRAR-FILIAL.
           MOVE soc-filial TO fil-cod.
           PERFORM 160-CONTAR-LINEA.
           PERFORM 160-CONTAR-LINEA.

      * con resumov.dat un socio sin linea no tiene movimientos y
      * no se recorre nada; con linea, la cantidad sale del resumen y
      * del detalle solo se cargan las ultimas N filas para el
      * listado, que es lo unico que el resumen no tiene.
       500-MOSTRAR-MOVIMIENTOS.
           PERFORM 505-LEER-RESUMEN.
           IF w-rsm-existe = 1 AND w-rsm-hay = 0
              MOVE ZERO TO w-mov-total
           ELSE
              PERFORM 510-CARGAR-ANILLO
           END-IF.
           MOVE w-max-movs TO l-tit-cant-movs.
           DISPLAY lin-tit-movs.
           PERFORM 160-CONTAR-LINEA.
              DISPLAY lin-sin-movimientos
              PERFORM 160-CONTAR-LINEA
           ELSE
              IF w-rsm-hay = 1
                 PERFORM 506-MOSTRAR-RESUMEN
              END-IF
              DISPLAY lin-encab-mov
              PERFORM 160-CONTAR-LINEA
              PERFORM 550-LISTAR-ANILLO
              IF w-rsm-hay = 1
                 MOVE rsm-cant-movs TO w-mov-total
              END-IF
              IF w-mov-total > w-max-movs
                 MOVE w-mov-total TO l-mas-cant
                 DISPLAY lin-mas-movs
           DISPLAY lin-guarda2.
           PERFORM 160-CONTAR-LINEA.

       505-LEER-RESUMEN.
           MOVE ZERO TO w-rsm-hay.
           IF w-rsm-existe = 1
              MOVE soc-llave TO rsm-soc-llave
              READ RESUMOV
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 1 TO w-rsm-hay
              END-READ
           END-IF.

       506-MOSTRAR-RESUMEN.
           MOVE rsm-ult-fecha TO l-rsm-fecha.
           MOVE rsm-ult-saldo TO l-rsm-saldo.
           DISPLAY lin-rsm-ultimo.
           PERFORM 160-CONTAR-LINEA.
           MOVE rsm-periodo TO l-rsm-periodo.
           MOVE rsm-mes-cant TO l-rsm-mes-cant.
           MOVE rsm-mes-creditos TO l-rsm-creditos.
           MOVE rsm-mes-debitos TO l-rsm-debitos.
           DISPLAY lin-rsm-mes.
           PERFORM 160-CONTAR-LINEA.

      * con linea en el resumen se sabe de antemano cuantas filas
      * tiene el socio: las primeras se pasan de largo sin cargarlas
      * y el anillo recibe solo las ultimas N. Sin resumen se cargan
      * todas y el anillo se queda con las ultimas, como siempre.
       510-CARGAR-ANILLO.
           MOVE ZERO TO w-mov-total.
           MOVE ZERO TO w-mov-saltear.
           IF w-rsm-hay = 1 AND rsm-cant-movs > w-max-movs
              COMPUTE w-mov-saltear = rsm-cant-movs - w-max-movs
           END-IF.
           MOVE ZERO TO w-eof.
           IF w-mov-existe = 0
              MOVE 1 TO w-eof
              END-READ
              IF w-eof NOT = 1
                 IF mov-soc-llave = soc-llave
                    IF w-mov-total < w-mov-saltear
                       ADD 1 TO w-mov-total
                    ELSE
                       PERFORM 520-GUARDAR-EN-ANILLO
                    END-IF
                 ELSE
                    MOVE 1 TO w-eof
                 END-IF
           ELSE
              MOVE 1 TO w-desde-ix
           END-IF.
      * un resumen desfasado que cuenta de mas deja menos filas que
      * las N en el anillo: se lista solo lo que se cargo.
           IF w-desde-ix NOT > w-mov-saltear
              COMPUTE w-desde-ix = w-mov-saltear + 1
           END-IF.
           PERFORM VARYING w-lista-ix FROM w-desde-ix BY 1
                   UNTIL w-lista-ix > w-mov-total
              COMPUTE w-anillo-ix =
              WHEN "I" MOVE "INT." TO l-mov-tipo
              WHEN "M" MOVE "COM." TO l-mov-tipo
              WHEN "T" MOVE "TRF." TO l-mov-tipo
              WHEN "P" MOVE "PRE." TO l-mov-tipo
              WHEN "F" MOVE "PFI." TO l-mov-tipo
              WHEN "G" MOVE "IPF." TO l-mov-tipo
              WHEN "X" MOVE "EXT." TO l-mov-tipo
              WHEN "E" MOVE "EXC." TO l-mov-tipo
              WHEN OTHER MOVE "?"  TO l-mov-tipo
           END-EVALUATE.
           MOVE w-tm-importe(w-anillo-ix) TO l-mov-importe.
           MOVE w-tm-saldo(w-anillo-ix) TO l-mov-saldo.
      * en los movimientos de prestamo la contraparte lleva el numero
      * de prestamo y de cuota; en los de plazo fijo, el certificado
      * y su numero de renovacion; en las transferencias a otros
      * bancos, el numero de transferencia.
           EVALUATE w-tm-tipo(w-anillo-ix)
              WHEN "T"
                 MOVE w-tm-contra(w-anillo-ix) TO w-contra-grupo
                 MOVE w-cg-filial TO w-contra-fil-ed
                 MOVE w-cg-cod TO w-contra-cod-ed
                 MOVE w-contra-ed TO l-mov-contra
              WHEN "P"
                 MOVE w-tm-contra(w-anillo-ix) TO w-cuota-grupo
                 MOVE w-cg-prestamo TO w-cuota-pre-ed
                 MOVE w-cg-cuota TO w-cuota-nro-ed
                 MOVE w-cuota-ed TO l-mov-contra
              WHEN "F"
              WHEN "G"
                 MOVE w-tm-contra(w-anillo-ix) TO w-pfijo-grupo
                 MOVE w-pg-nro TO w-pfijo-nro-ed
                 MOVE w-pg-renov TO w-pfijo-renov-ed
                 MOVE w-pfijo-ed TO l-mov-contra
              WHEN "X"
                 MOVE w-tm-contra(w-anillo-ix) TO l-mov-contra
              WHEN OTHER
                 MOVE SPACES TO l-mov-contra
           END-EVALUATE.
           DISPLAY lin-det-mov.
           PERFORM 160-CONTAR-LINEA.

              END-IF
           END-IF.

      * prestamos del socio por la clave alternativa pre-soc-llave;
      * por cada uno se recorren sus cuotas: lo adeudado es la suma
      * de las cuotas pendientes y la mora las pendientes ya vencidas
      * a la fecha de proceso.
       700-MOSTRAR-PRESTAMOS.
           DISPLAY lin-tit-prest.
           PERFORM 160-CONTAR-LINEA.
           MOVE ZERO TO w-eof-prest.
           IF w-pre-existe = 0
              MOVE 1 TO w-eof-prest
           ELSE
              MOVE soc-llave TO pre-soc-llave
              START PRESTAMOS KEY IS NOT LESS THAN pre-soc-llave
                  INVALID KEY MOVE 1 TO w-eof-prest
              END-START
           END-IF.
           PERFORM UNTIL w-eof-prest = 1
              READ PRESTAMOS NEXT
                  AT END MOVE 1 TO w-eof-prest
              END-READ
              IF w-eof-prest NOT = 1
                 IF pre-soc-llave NOT = soc-llave
                    MOVE 1 TO w-eof-prest
                 ELSE
                    IF w-cant-prest = ZERO
                       DISPLAY lin-encab-prest
                       PERFORM 160-CONTAR-LINEA
                    END-IF
                    ADD 1 TO w-cant-prest
                    PERFORM 710-LISTAR-PRESTAMO
                 END-IF
              END-IF
           END-PERFORM.
           IF w-cant-prest = ZERO
              DISPLAY lin-sin-prestamos
              PERFORM 160-CONTAR-LINEA
           ELSE
              MOVE w-tot-adeudado TO l-tot-pre-adeudado
              MOVE w-tot-mora TO l-tot-pre-mora
              DISPLAY lin-tot-prest
              PERFORM 160-CONTAR-LINEA
           END-IF.
           DISPLAY lin-guarda2.
           PERFORM 160-CONTAR-LINEA.

       710-LISTAR-PRESTAMO.
           PERFORM 720-SUMAR-CUOTAS.
           MOVE pre-nro TO l-pre-nro.
           MOVE pre-fecha-alta TO l-pre-alta.
           MOVE pre-capital TO l-pre-capital.
           EVALUATE TRUE
              WHEN pre-vigente    MOVE "VIGENTE" TO l-pre-estado
              WHEN pre-cancelado  MOVE "CANCELADO" TO l-pre-estado
              WHEN pre-finalizado MOVE "FINALIZADO" TO l-pre-estado
              WHEN OTHER          MOVE pre-estado TO l-pre-estado
           END-EVALUATE.
           MOVE w-cuo-pend TO l-pre-pend.
           MOVE w-cuo-mora TO l-pre-mora.
           MOVE w-imp-mora TO l-pre-imp-mora.
           MOVE w-imp-adeudado TO l-pre-adeudado.
           DISPLAY lin-det-prest.
           PERFORM 160-CONTAR-LINEA.
           ADD w-imp-adeudado TO w-tot-adeudado.
           ADD w-imp-mora TO w-tot-mora.

       720-SUMAR-CUOTAS.
           MOVE ZERO TO w-cuo-pend w-cuo-mora.
           MOVE ZERO TO w-imp-mora w-imp-adeudado.
           MOVE ZERO TO w-eof-cuotas.
           IF w-cuo-existe = 0
              MOVE 1 TO w-eof-cuotas
           ELSE
              MOVE pre-nro TO cuo-pre-nro
              MOVE ZERO TO cuo-numero
              START CUOTAS KEY IS NOT LESS THAN cuo-llave
                  INVALID KEY MOVE 1 TO w-eof-cuotas
              END-START
           END-IF.
           PERFORM UNTIL w-eof-cuotas = 1
              READ CUOTAS NEXT
                  AT END MOVE 1 TO w-eof-cuotas
              END-READ
              IF w-eof-cuotas NOT = 1
                 IF cuo-pre-nro NOT = pre-nro
                    MOVE 1 TO w-eof-cuotas
                 ELSE
                    IF cuo-pendiente
                       ADD 1 TO w-cuo-pend
                       ADD cuo-importe TO w-imp-adeudado
                       IF cuo-vencimiento NOT > w-fecha-proc
                          ADD 1 TO w-cuo-mora
                          ADD cuo-importe TO w-imp-mora
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       800-FIN.
           CLOSE SOCIOS.
           CLOSE FILIALES.
           IF w-pre-existe = 1
              CLOSE PRESTAMOS
           END-IF.
           IF w-cuo-existe = 1
              CLOSE CUOTAS
           END-IF.
           IF w-ide-existe = 1
              CLOSE IDENTIDAD
           END-IF.
           IF w-mov-existe = 1
              CLOSE MOVIMIENTOS
           END-IF.
           IF w-rsm-existe = 1
              CLOSE RESUMOV
           END-IF.
           IF w-aud-existe = 1
              CLOSE AUDITORIA
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
