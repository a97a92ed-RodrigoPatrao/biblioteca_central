       file-control.
           copy bblivsel.
           copy bbleitsel.
           copy bbcatsel.
           copy bbcalsel.
           select caixa
           assign to disk
           organization line sequential
           assign to disk
           organization line sequential
           file status is st-sus.
           select notificacoes
           assign to dynamic nome-notif-w
           organization line sequential
           file status is st-not.
           select parametros
           assign to disk
           organization line sequential
           data record is leitor
           value of file-id is "BBLEITORES.DAT".
           copy leitor.
           fd bbcateg
           label record standard
           data record is categoria
           value of file-id is "BBCATEG.DAT".
           copy categoria.
           fd bbcalend
           label record standard
           data record is dia-fechado
           value of file-id is "BBCALEND.DAT".
           copy calendario.
           fd caixa
           label record standard
           data record is movimento-caixa
           data record is linha-sus
           value of file-id is "SUSPENSOS.LST".
       01 linha-sus pic x(132).
           fd notificacoes
           label record standard
           data record is notificacao.
           copy notifica.
           fd parametros
           label record standard
           data record is registro-parametros
       01 st-cai     pic xx.
       01 st-sus     pic xx.
       01 st-par     pic xx.
       01 st-cat     pic xx.
       01 st-cal     pic xx.
       01 st-not     pic xx.
       01 fim-leit   pic a value 'n'.
       01 fim-cat    pic a value 'n'.
       01 sem-caixa  pic a value 'n'.
       01 sem-categorias pic a value 'n'.
       01 sem-calendario pic a value 'n'.
       01 sem-notificacoes pic a value 'n'.
       01 canal-w    pic a value space.
       01 destino-w  pic x(40) value spaces.
       01 nome-notif-w pic x(17) value spaces.
       01 nome-notif-r redefines nome-notif-w.
           02 filler         pic x(05).
           02 data-notif-nome pic 9(08).
           02 filler         pic x(04).
       01 contador-notificacoes pic 9(05) value zero.
       01 excesso-w  pic a value 'n'.
       01 tolerancia-w pic 9(03) value zero.
       01 limite-emp-w pic 9(02) value 3.
       01 limite-leitor-w pic 9(02) value 3.
       01 dias-hoje     pic 9(08) value zero.
       01 dias-prev     pic 9(08) value zero.
       01 dias-atraso-w pic 9(05) value zero.
       01 data-prev-n   pic 9(08) value zero.
       01 dia-cal-n     pic 9(08) value zero.
       01 data-cal-n    pic 9(08) value zero.
       01 data-sis.
           02 ano-s pic 9999.
           02 mes   pic 99.
               03 atraso-dev-tab    pic a value 'n'.
               03 multa-dev-tab     pic a value 'n'.

       01 ic pic 9(03) value zero.
       01 total-tab-categoria pic 9(03) value zero.
       01 contador-categorias-omitidas pic 9(05) value zero.
       01 tab-categoria.
           02 item-categoria occurs 50 times.
               03 codigo-cat-tab pic x(02)     value spaces.
               03 limite-cat-tab pic 9(02)     value zero.
               03 prazo-cat-tab  pic 9(03)     value zero.
               03 multa-cat-tab  pic 9(02)v99  value zero.

       01 ie pic 9(04) value zero.
       01 total-tab-emprestimo pic 9(04) value zero.
       01 contador-emprestimos-omitidos pic 9(05) value zero.
       01 tab-emprestimo.
           02 item-emprestimo occurs 1000 times.
               03 matricula-emp-tab pic 9(05) value zero.
               03 qtde-emp-tab      pic 9(03) value zero.

       01 linha-cabecalho-1.
           02 filler pic x(20) value "BIBLIOTECA CENTRAL".
           02 filler pic x(45) value spaces.
           02 filler pic x(41) value
           "DEVEDORES FORA DA ANALISE (TABELA CHEIA):".
           02 qtde-omitidos-e pic ZZZZ9.
       01 linha-omitidos-emp.
           02 filler pic x(41) value
           "LEITORES FORA DA CONTAGEM (TABELA CHEIA):".
           02 qtde-omitidos-emp-e pic ZZZZ9.
       01 linha-omitidas-cat.
           02 filler pic x(41) value
           "CATEGORIAS IGNORADAS (TABELA CHEIA):".
           02 qtde-omitidas-cat-e pic ZZZZ9.
       01 linha-rodape-1.
           02 filler pic x(32) value "TOTAL DE LEITORES ANALISADOS:".
           02 total-lei-e pic ZZZZ9.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform carrega-categorias.
           perform imprime-cabecalho.
           perform levanta-atrasos.
           perform levanta-multas.
           display "Leitores analisados: " contador-leitores.
           display "Suspensos: "  contador-suspensos.
           display "Reativados: " contador-reativados.
           display "Notificacoes gravadas em " nome-notif-w ": "
           contador-notificacoes.
           stop run.
       abre-arquivos.
           open input bblivros.
           if st-lei not = "00"
               display "ERRO AO ABRIR BBLEITORES. STATUS = " st-lei
               stop run.
           open input bbcateg.
           if st-cat not = "00"
               display "AVISO: BBCATEG INDISPONIVEL. STATUS = " st-cat
               move 's' to sem-categorias.
           open input bbcalend.
           if st-cal not = "00"
               display "AVISO: BBCALEND INDISPONIVEL. STATUS = " st-cal
               move 's' to sem-calendario.
           open input caixa.
           if st-cai not = "00"
               display "AVISO: CAIXA INDISPONIVEL. STATUS = " st-cai
           if st-sus not = "00"
               display "ERRO AO ABRIR SUSPENSOS. STATUS = " st-sus
               stop run.
           perform abre-notificacoes.
       abre-notificacoes.
           move "NOTIF00000000.DAT" to nome-notif-w.
           move data-sis-n to data-notif-nome.
           open extend notificacoes.
           if st-not = "35"
               open output notificacoes.
           if st-not not = "00"
               display "AVISO: NOTIFICACOES INDISPONIVEL. STATUS = "
               st-not
               move 's' to sem-notificacoes.
       levanta-atrasos.
           move 'n' to fim-leit.
           move zeros to tombo.
       examina-livro.
           add 1 to contador-livros.
           if emprestado not = zero
               perform conta-emprestimo
               perform calcula-atraso
               if dias-atraso-w > tolerancia-w
                   perform marca-atraso
               compute dias-prev =
                   function integer-of-date(data-prev-n)
               if dias-hoje > dias-prev
                   perform conta-dias-abertos
               end-if
           end-if.
       conta-dias-abertos.
           if sem-calendario = 's'
               compute dias-atraso-w = dias-hoje - dias-prev
           else
               compute dia-cal-n = dias-prev + 1
               perform verifica-dia-aberto until dia-cal-n > dias-hoje.
       verifica-dia-aberto.
           compute data-cal-n = function date-of-integer(dia-cal-n).
           move data-cal-n to data-fechado.
           read bbcalend key is data-fechado
               invalid key
                   add 1 to dias-atraso-w
           end-read.
           add 1 to dia-cal-n.
       conta-emprestimo.
           move emprestado to matricula-busca-w.
           move 1 to ie.
           perform procura-emprestimo
               until ie > total-tab-emprestimo
                  or matricula-emp-tab(ie) = matricula-busca-w.
           if ie > total-tab-emprestimo and ie <= 1000
               add 1 to total-tab-emprestimo
               move matricula-busca-w to matricula-emp-tab(ie)
           end-if.
           if ie <= 1000
               add 1 to qtde-emp-tab(ie)
           else
               add 1 to contador-emprestimos-omitidos
           end-if.
       procura-emprestimo.
           if matricula-emp-tab(ie) not = matricula-busca-w
               add 1 to ie.
       marca-atraso.
           move emprestado to matricula-busca-w.
           perform localiza-devedor.
       examina-leitor.
           add 1 to contador-leitores.
           move matricula-leitor to matricula-busca-w.
           perform verifica-excesso.
           move 1 to iv.
           perform procura-devedor
               until iv > total-tab-devedor
                  or matricula-dev-tab(iv) = matricula-busca-w.
           if iv <= total-tab-devedor or excesso-w = 's'
               perform trata-devedor
           else
               perform trata-em-dia.
           perform ler-proximo-leitor.
       verifica-excesso.
           move 'n' to excesso-w.
           perform regras-leitor.
           move 1 to ie.
           perform procura-emprestimo
               until ie > total-tab-emprestimo
                  or matricula-emp-tab(ie) = matricula-busca-w.
           if ie <= total-tab-emprestimo
               if qtde-emp-tab(ie) > limite-leitor-w
                   move 's' to excesso-w.
       regras-leitor.
           move limite-emp-w to limite-leitor-w.
           if categoria-leitor not = spaces
               move 1 to ic
               perform procura-categoria
                   until ic > total-tab-categoria
                      or codigo-cat-tab(ic) = categoria-leitor
               if ic <= total-tab-categoria
                   move limite-cat-tab(ic) to limite-leitor-w.
       procura-categoria.
           if codigo-cat-tab(ic) not = categoria-leitor
               add 1 to ic.
       carrega-categorias.
           if sem-categorias not = 's'
               move 'n' to fim-cat
               move spaces to codigo-cat
               start bbcateg key is not less than codigo-cat
                   invalid key
                       move 's' to fim-cat
               end-start
               perform ler-categoria
               perform guarda-categoria until fim-cat = 's'.
       ler-categoria.
           if fim-cat not = 's'
               read bbcateg next record
                   at end
                       move 's' to fim-cat
               end-read.
       guarda-categoria.
           if total-tab-categoria < 50
               add 1 to total-tab-categoria
               move total-tab-categoria to ic
               move codigo-cat     to codigo-cat-tab(ic)
               move limite-emp-cat to limite-cat-tab(ic)
               move prazo-dias-cat to prazo-cat-tab(ic)
               move multa-dia-cat  to multa-cat-tab(ic)
           else
               add 1 to contador-categorias-omitidas.
           perform ler-categoria.
       trata-devedor.
           if situacao-leitor = 'a'
               move 's' to situacao-leitor
               add 1 to contador-suspensos
               move "SUSPENSO" to acao-det
               perform monta-motivo
               perform imprime-acao
               move "SU" to tipo-not
               perform notifica-situacao.
       trata-em-dia.
           if situacao-leitor = 's'
               move 'a' to situacao-leitor
               add 1 to contador-reativados
               move "REATIVADO" to acao-det
               move "SEM ATRASOS E SEM MULTAS" to motivo-det
               perform imprime-acao
               move "RE" to tipo-not
               perform notifica-situacao.
       monta-motivo.
           evaluate true
           when iv > total-tab-devedor
               move "EXCESSO DE EMPRESTIMOS" to motivo-det
           when atraso-dev-tab(iv) = 's' and multa-dev-tab(iv) = 's'
               move "EMPRESTIMO EM ATRASO E MULTA" to motivo-det
           when atraso-dev-tab(iv) = 's'
           when other
               move "MULTA EM ABERTO" to motivo-det
           end-evaluate.
       notifica-situacao.
           perform define-canal.
           if canal-w not = space
               move matricula-leitor to matricula-not
               move zero             to tombo-not
               move motivo-det       to texto-not
               move data-sis-n       to data-ref-not
               move zero             to valor-not
               perform grava-notificacao.
       define-canal.
           move space  to canal-w.
           move spaces to destino-w.
           if sem-notificacoes not = 's'
               if contato-leitor = 'e' and email-leitor not = spaces
                   move 'e' to canal-w
                   move email-leitor to destino-w
               else
                   if contato-leitor = 's' and
                      telefone-leitor not = spaces
                       move 's' to canal-w
                       move telefone-leitor to destino-w.
       grava-notificacao.
           move data-sis-n  to data-not.
           move nome-leitor to nome-not.
           move canal-w     to canal-not.
           move destino-w   to destino-not.
           write notificacao.
           add 1 to contador-notificacoes.
       imprime-acao.
           move matricula-leitor to matricula-det.
           move nome-leitor      to nome-det.
               move contador-devedores-omitidos to qtde-omitidos-e
               write linha-sus from linha-omitidos
           end-if.
           if contador-emprestimos-omitidos not = zero
               move contador-emprestimos-omitidos to qtde-omitidos-emp-e
               write linha-sus from linha-omitidos-emp
           end-if.
           if contador-categorias-omitidas not = zero
               move contador-categorias-omitidas to qtde-omitidas-cat-e
               write linha-sus from linha-omitidas-cat
           end-if.
       fecha-arquivos.
           close bblivros.
           close bbleitores.
           if sem-categorias not = 's'
               close bbcateg.
           if sem-calendario not = 's'
               close bbcalend.
           if sem-caixa not = 's'
               close caixa.
           close suspensos.
           if sem-notificacoes not = 's'
               close notificacoes.
       le-parametros.
           open input parametros.
           if st-par = "00"
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
           move tolerancia-par to tolerancia-w.
           move limite-emp-par to limite-emp-w.
       parametros-padrao.
           move 1,00 to multa-dia-par.
           move 14   to prazo-dias-par.
           move 3    to limite-emp-par.
           move zero to tolerancia-par.
           move 3    to retirada-par.
           move 2    to renovacoes-par.
           move 12   to validade-par.
           move 60   to inatividade-par.
           move 7    to prazo-periodico-par.
       abre-controle.
           open i-o runctl.
           if st-ctl = "35"
