       01 fasciculo.
           02 chave-fasc.
               03 cod-per-fasc pic 9(05).
               03 volume-fasc  pic 9(04).
               03 numero-fasc  pic 9(04).
           02 edicao-fasc      pic x(15).
           02 data-chegada-fasc.
               03 aa-chegada pic 9999.
               03 mm-chegada pic 99.
               03 dd-chegada pic 99.
           02 tombo-fasc       pic 9(06).
           02 operador-fasc    pic x(08).
