       01 certidao.
           02 num-certidao       pic 9(06).
           02 matricula-certidao pic 9(05).
           02 nome-certidao      pic x(30).
           02 data-certidao.
               03 aa-certidao pic 9999.
               03 mm-certidao pic 99.
               03 dd-certidao pic 99.
           02 operador-certidao  pic x(08).
