       01 retorno.
           02 tipo-ret      pic x(02).
           02 data-ret      pic 9(08).
           02 matricula-ret pic 9(05).
           02 nome-ret      pic x(30).
           02 canal-ret     pic a.
           02 destino-ret   pic x(40).
           02 tombo-ret     pic 9(06).
           02 texto-ret     pic x(30).
           02 data-ref-ret  pic 9(08).
           02 valor-ret     pic 9(04)v99.
           02 status-ret    pic x(02).
           02 descricao-ret pic x(30).
