               close parametros
           else
               perform parametros-padrao.
           if renovacoes-par not numeric
               move 2 to renovacoes-par.
           if validade-par not numeric
               move 12 to validade-par.
           if inatividade-par not numeric
               move 60 to inatividade-par.
           if prazo-periodico-par not numeric
               move 7 to prazo-periodico-par.
           if registro-parametros not numeric
               perform parametros-padrao.
           move prazo-dias-par to prazo-dias-w.
           move 3    to limite-emp-par.
           move zero to tolerancia-par.
           move 3    to retirada-par.
           move 2    to renovacoes-par.
           move 12   to validade-par.
           move 60   to inatividade-par.
           move 7    to prazo-periodico-par.
       abre-transacoes.
           open extend transacoes.
           if st-log = "35"
                   foreground-color 12
                   perform continua-ill
               else
                   if situacao-livro = 'f'
                       display msg-blank at 1801
                       display "Livro nao localizado no inventario. "
                       "Remessa nao permitida." at 1801
                       foreground-color 12
                       perform continua-ill
                   else
                       perform completa-envio.
       busca-livro-envio.
           accept tombo-ill-w at 0616 with prompt auto
           foreground-color 14.
