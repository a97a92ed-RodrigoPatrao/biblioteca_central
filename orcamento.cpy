       01 orcamento.
           02 ano-orc   pic 9999.
           02 valor-orc pic 9(07)v99.
