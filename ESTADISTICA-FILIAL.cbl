      *          default the month of the processing date) by filial:
      *          altas y bajas del periodo (tipos A y C), cantidad y
      *          total de depositos y retiros, total de intereses y
      *          comisiones, y el saldo de cierre que suma socios.dat
      *          (loan, plazo fijo, external transfer and surplus
      *          movements count as deposit or withdrawal by sign),
      *          appending one record per filial per period to the
      *          history file estadfil.dat. Once ARCHIVA-MOVIMIENTOS
      *          purges the period's detail this history is the only
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
                    ADD mov-importe TO w-tf-tot-int(w-fil-ix)
                 WHEN mov-comision
                    ADD mov-importe TO w-tf-tot-com(w-fil-ix)
      * acreditaciones y debitos de prestamos, plazos fijos (capital
      * e interes), transferencias a otros bancos y excedente cuentan
      * como deposito o retiro segun el signo, igual que las
      * transferencias entre socios: INFORME-DEPOSITOS toma de aca el
      * movimiento del mes.
                 WHEN mov-transferencia
                 WHEN mov-prestamo
                 WHEN mov-pfijo
                 WHEN mov-int-pfijo
                 WHEN mov-externa
                 WHEN mov-excedente
                    IF mov-importe < ZERO
                       ADD 1 TO w-tf-cant-ret(w-fil-ix)
                       ADD mov-importe TO w-tf-tot-ret(w-fil-ix)
