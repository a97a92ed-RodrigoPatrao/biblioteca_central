       01 contador-lidos      pic 9(05) value zero.
       01 contador-emprestimos pic 9(05) value zero.
       01 contador-devolucoes pic 9(05) value zero.
       01 contador-renovacoes pic 9(05) value zero.
       01 valor-log-w pic x(30).
       01 valor-log-r redefines valor-log-w.
           02 matricula-valor-log pic x(05).
                   04 mm-mes-tab pic 99.
               03 qtde-emp-mes-tab pic 9(05) value zero.
               03 qtde-dev-mes-tab pic 9(05) value zero.
               03 qtde-ren-mes-tab pic 9(05) value zero.
       01 chave-mes-w.
           02 aa-mes-w pic 9999.
           02 mm-mes-w pic 99.
           02 filler pic x(32) value
           "TOTAL DE DEVOLUCOES:".
           02 total-dev-e pic ZZZZ9.
       01 linha-resumo-4.
           02 filler pic x(32) value
           "TOTAL DE RENOVACOES:".
           02 total-ren-e pic ZZZZ9.

       01 linha-titulo-mes.
           02 filler pic x(30) value
           02 filler pic x(02) value spaces.
           02 filler pic x(12) value "EMPRESTIMOS".
           02 filler pic x(11) value "DEVOLUCOES".
           02 filler pic x(02) value spaces.
           02 filler pic x(10) value "RENOVACOES".
       01 linha-det-mes.
           02 mm-mes-det pic 99.
           02 filler     pic x value "/".
           02 qtde-emp-det pic ZZZZ9.
           02 filler     pic x(07) value spaces.
           02 qtde-dev-det pic ZZZZ9.
           02 filler     pic x(08) value spaces.
           02 qtde-ren-det pic ZZZZ9.
       01 linha-omitidos-mes.
           02 filler pic x(36) value
           "MESES FORA DA QUEBRA (TABELA CHEIA):".
           when "DEVOLUCAO"
               add 1 to contador-devolucoes
               perform acumula-mes
           when "RENOVACAO"
               add 1 to contador-renovacoes
               perform acumula-mes
           end-evaluate.
           perform ler-proximo.
       acumula-mes.
               move chave-mes-w to chave-mes-tab(im)
           end-if.
           if im <= 50
               evaluate operacao-log
               when "EMPRESTIMO"
                   add 1 to qtde-emp-mes-tab(im)
               when "RENOVACAO"
                   add 1 to qtde-ren-mes-tab(im)
               when other
                   add 1 to qtde-dev-mes-tab(im)
               end-evaluate
           else
               add 1 to contador-meses-omitidos
           end-if.
           write linha-est from linha-resumo-2.
           move contador-devolucoes to total-dev-e.
           write linha-est from linha-resumo-3.
           move contador-renovacoes to total-ren-e.
           write linha-est from linha-resumo-4.
           move spaces to linha-est.
           write linha-est.
       imprime-meses.
           move aa-mes-tab(im) to aa-mes-det.
           move qtde-emp-mes-tab(im) to qtde-emp-det.
           move qtde-dev-mes-tab(im) to qtde-dev-det.
           move qtde-ren-mes-tab(im) to qtde-ren-det.
           write linha-est from linha-det-mes.
           add 1 to im.
       imprime-titulos.
