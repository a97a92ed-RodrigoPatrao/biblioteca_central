           02 limite-emp-par pic 9(02).
           02 tolerancia-par pic 9(03).
           02 retirada-par   pic 9(03).
           02 renovacoes-par pic 9(02).
           02 validade-par    pic 9(02).
           02 inatividade-par pic 9(03).
           02 prazo-periodico-par pic 9(03).
