       01 contador-exclusao  pic 9(07) value zero.
       01 contador-emprestimo pic 9(07) value zero.
       01 contador-devolucao pic 9(07) value zero.
       01 contador-renovacao pic 9(07) value zero.
       01 contador-outras    pic 9(07) value zero.
       01 competencia-e pic 9(06) value zeros.
       01 competencia-r redefines competencia-e.
               add 1 to contador-emprestimo
           when "DEVOLUCAO"
               add 1 to contador-devolucao
           when "RENOVACAO"
               add 1 to contador-renovacao
           when other
               add 1 to contador-outras
           end-evaluate.
           move "DEVOLUCAO"  to tipo-det.
           move contador-devolucao to qtde-tipo-e.
           write linha-rel from linha-det-tipo.
           move "RENOVACAO"  to tipo-det.
           move contador-renovacao to qtde-tipo-e.
           write linha-rel from linha-det-tipo.
           move "OUTRAS"     to tipo-det.
           move contador-outras to qtde-tipo-e.
           write linha-rel from linha-det-tipo.
