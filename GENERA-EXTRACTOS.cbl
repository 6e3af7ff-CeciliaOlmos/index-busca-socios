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
              WHEN mov-comision MOVE "COM." TO l-mov-tipo
              WHEN mov-transferencia
                                MOVE "TRF." TO l-mov-tipo
              WHEN mov-prestamo MOVE "PRE." TO l-mov-tipo
              WHEN mov-pfijo    MOVE "PFI." TO l-mov-tipo
              WHEN mov-int-pfijo
                                MOVE "IPF." TO l-mov-tipo
              WHEN mov-externa  MOVE "EXT." TO l-mov-tipo
              WHEN mov-excedente
                                MOVE "EXC." TO l-mov-tipo
              WHEN OTHER        MOVE "?"    TO l-mov-tipo
           END-EVALUATE.
           MOVE mov-importe TO l-mov-importe.
