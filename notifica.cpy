       01 notificacao.
           02 tipo-not      pic x(02).
           02 data-not      pic 9(08).
           02 matricula-not pic 9(05).
           02 nome-not      pic x(30).
           02 canal-not     pic a.
           02 destino-not   pic x(40).
           02 tombo-not     pic 9(06).
           02 texto-not     pic x(30).
           02 data-ref-not  pic 9(08).
           02 valor-not     pic 9(04)v99.
