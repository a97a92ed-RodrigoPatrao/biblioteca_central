       01 categoria.
           02 codigo-cat     pic x(02).
           02 descricao-cat  pic x(20).
           02 limite-emp-cat pic 9(02).
           02 prazo-dias-cat pic 9(03).
           02 multa-dia-cat  pic 9(02)v99.
