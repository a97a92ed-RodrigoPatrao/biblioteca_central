       01 periodico.
           02 cod-periodico  pic 9(05).
           02 titulo-per     pic x(30).
           02 issn-per       pic x(09).
           02 frequencia-per pic a.
           02 fornecedor-per pic x(20).
           02 data-inicio-per.
               03 aa-inicio-per pic 9999.
               03 mm-inicio-per pic 99.
               03 dd-inicio-per pic 99.
           02 data-fim-per.
               03 aa-fim-per pic 9999.
               03 mm-fim-per pic 99.
               03 dd-fim-per pic 99.
           02 situacao-per   pic a.
           02 volume-ult-per pic 9(04).
           02 numero-ult-per pic 9(04).
           02 data-ult-per.
               03 aa-ult-per pic 9999.
               03 mm-ult-per pic 99.
               03 dd-ult-per pic 99.
