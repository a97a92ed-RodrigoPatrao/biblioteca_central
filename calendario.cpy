       01 dia-fechado.
           02 data-fechado.
               03 aa-fechado pic 9999.
               03 mm-fechado pic 99.
               03 dd-fechado pic 99.
           02 motivo-fechado pic x(30).
