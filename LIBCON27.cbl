       identification division.
       program-id. LIBCON27 as "LIBCON27".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bblivsel.
           copy bbleitsel.
           copy bbressel.
           copy illsel.
           select caixa
           assign to disk
           organization line sequential
           file status is st-cai.
           select transacoes
           assign to disk
           organization line sequential
           file status is st-log.
           select anonimiza
           assign to disk
           organization line sequential
           file status is st-rel.
           select parametros
           assign to disk
           organization line sequential
           file status is st-par.

           copy runctlsel.

       data division.
       file section.
           fd bblivros
           label record standard
           data record is livro
           value of file-id is "BBLIVROS.DAT".
           copy livro.
           fd bbleitores
           label record standard
           data record is leitor
           value of file-id is "BBLEITORES.DAT".
           copy leitor.
           fd bbreservas
           label record standard
           data record is reserva
           value of file-id is "BBRESERVAS.DAT".
           copy reserva.
           fd bbill
           label record standard
           data record is registro-ill
           value of file-id is "BBILL.DAT".
           copy ill.
           fd caixa
           label record standard
           data record is movimento-caixa
           value of file-id is "CAIXA.DAT".
           copy caixa.
           fd transacoes
           label record standard
           data record is log-transacao
           value of file-id is "TRANSACOES.DAT".
           copy translog.
           fd anonimiza
           label record standard
           data record is linha-rel
           value of file-id is "ANONIMIZA.LST".
       01 linha-rel pic x(132).
           fd parametros
           label record standard
           data record is registro-parametros
           value of file-id is "PARAMETROS.DAT".
           copy parametro.

           fd runctl
           label record standard
           data record is registro-controle
           value of file-id is "RUNCTL.DAT".
           copy runctl.

       working-storage section.
       01 st-ctl pic xx.
       01 fim-ctl pic a value 'n'.
       01 conflito-w pic a value 'n'.
       01 job-conflito-w pic x(08) value spaces.
       01 st         pic xx.
       01 st-lei     pic xx.
       01 st-res     pic xx.
       01 st-ill     pic xx.
       01 st-cai     pic xx.
       01 st-log     pic xx.
       01 st-rel     pic xx.
       01 st-par     pic xx.
       01 fim-leit   pic a value 'n'.
       01 sem-reservas pic a value 'n'.
       01 sem-ill      pic a value 'n'.
       01 sem-caixa    pic a value 'n'.
       01 grava-w      pic a value space.
       01 simulacao-w  pic a value 'n'.
       01 inatividade-w pic 9(03) value 60.
       01 meses-corte-w pic 9(06) value zero.
       01 dias-fim-mes  pic 9(08) value zero.
       01 data-corte-n  pic 9(08) value zeros.
       01 data-corte-r redefines data-corte-n.
           02 aa-corte pic 9999.
           02 mm-corte pic 99.
           02 dd-corte pic 99.
       01 data-fim-mes-n pic 9(08) value zeros.
       01 data-fim-mes-r redefines data-fim-mes-n.
           02 aa-fim-mes pic 9999.
           02 mm-fim-mes pic 99.
           02 dd-fim-mes pic 99.
       01 validade-n    pic 9(08) value zeros.
       01 situacao-ant-w pic a value space.
       01 matricula-busca-w pic 9(05) value zero.
       01 contador-leitores    pic 9(05) value zero.
       01 contador-ja-anonimos pic 9(05) value zero.
       01 contador-sem-validade pic 9(05) value zero.
       01 contador-inativos    pic 9(05) value zero.
       01 contador-retidos     pic 9(05) value zero.
       01 contador-anonimizados pic 9(05) value zero.
       01 data-sis.
           02 ano-s pic 9999.
           02 mes   pic 99.
           02 dia   pic 99.
       01 data-sis-n redefines data-sis pic 9(08).
       01 data-e.
           02 dd-e    pic 99.
           02 filler  pic x value "/".
           02 mm-e    pic 99.
           02 filler  pic x value "/".
           02 aa-e    pic 9999.

       01 ip pic 9(04) value zero.
       01 total-tab-pendente pic 9(04) value zero.
       01 contador-pendentes-omitidos pic 9(05) value zero.
       01 tab-pendente.
           02 item-pendente occurs 2000 times.
               03 matricula-pen-tab pic 9(05) value zero.
               03 emp-pen-tab       pic a value 'n'.
               03 mul-pen-tab       pic a value 'n'.
               03 res-pen-tab       pic a value 'n'.
               03 ill-pen-tab       pic a value 'n'.

       01 linha-cabecalho-1.
           02 filler pic x(20) value "BIBLIOTECA CENTRAL".
           02 filler pic x(45) value spaces.
           02 filler pic x(06) value "DATA:".
           02 data-cab-e pic x(10).
       01 linha-cabecalho-2.
           02 filler pic x(48) value
           "ANONIMIZACAO DE LEITORES INATIVOS (LGPD)".
       01 linha-cabecalho-3.
           02 filler pic x(30) value "CADASTRO VENCIDO ANTES DE:".
           02 dd-corte-e pic 99.
           02 filler pic x value "/".
           02 mm-corte-e pic 99.
           02 filler pic x value "/".
           02 aa-corte-e pic 9999.
           02 filler pic x(03) value " (".
           02 meses-cab-e pic ZZ9.
           02 filler pic x(08) value " MESES)".
       01 linha-cabecalho-4.
           02 filler pic x(06) value "MODO:".
           02 modo-cab-e pic x(50).
       01 linha-cab-det.
           02 filler pic x(09)  value "MATRICULA".
           02 filler pic x(01)  value space.
           02 filler pic x(03)  value "CAT".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "VALIDADE".
           02 filler pic x(01)  value space.
           02 filler pic x(03)  value "SIT".
           02 filler pic x(01)  value space.
           02 filler pic x(12)  value "ACAO".
           02 filler pic x(01)  value space.
           02 filler pic x(40)  value "DADOS SUBSTITUIDOS / PENDENCIAS".
       01 linha-det.
           02 matricula-det pic 9(05).
           02 filler        pic x(05) value spaces.
           02 categoria-det pic x(02).
           02 filler        pic x(02) value spaces.
           02 validade-det.
               03 dd-val-det pic 99.
               03 filler     pic x value "/".
               03 mm-val-det pic 99.
               03 filler     pic x value "/".
               03 aa-val-det pic 9999.
           02 filler        pic x(02) value spaces.
           02 situacao-det  pic a.
           02 filler        pic x(02) value spaces.
           02 acao-det      pic x(12).
           02 filler        pic x(01) value space.
           02 dados-det     pic x(40).
       01 pendencias-w.
           02 emp-pend-w pic x(11).
           02 mul-pend-w pic x(06).
           02 res-pend-w pic x(08).
           02 ill-pend-w pic x(04).
       01 linha-rodape-1.
           02 filler pic x(40) value "TOTAL DE LEITORES LIDOS:".
           02 total-lei-e pic ZZZZ9.
       01 linha-rodape-2.
           02 filler pic x(40) value "JA ANONIMIZADOS ANTERIORMENTE:".
           02 total-ant-e pic ZZZZ9.
       01 linha-rodape-3.
           02 filler pic x(40) value "SEM VALIDADE (NAO AVALIADOS):".
           02 total-sem-e pic ZZZZ9.
       01 linha-rodape-4.
           02 filler pic x(40) value "INATIVOS NO PERIODO:".
           02 total-ina-e pic ZZZZ9.
       01 linha-rodape-5.
           02 filler pic x(40) value "RETIDOS POR PENDENCIAS:".
           02 total-ret-e pic ZZZZ9.
       01 linha-rodape-6.
           02 filler pic x(40) value "ANONIMIZADOS NESTA EXECUCAO:".
           02 total-ano-e pic ZZZZ9.
       01 linha-omitidos.
           02 filler pic x(41) value
           "LEITORES FORA DA ANALISE (TABELA CHEIA):".
           02 qtde-omitidos-e pic ZZZZ9.

       procedure division.
       inicio.
           move function current-date to data-sis.
           move dia   to dd-e.
           move mes   to mm-e.
           move ano-s to aa-e.
           perform le-parametros.
           perform calcula-corte.
           perform recebe-modo until grava-w = 's' or grava-w = 'n'.
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform levanta-pendencias.
           perform define-modo.
           perform imprime-cabecalho.
           perform avalia-leitores.
           perform imprime-rodape.
           perform fecha-arquivos.
           perform marca-fim.
           display "Relatorio gravado em ANONIMIZA.LST".
           display "Leitores lidos: " contador-leitores.
           display "Inativos: "       contador-inativos.
           display "Retidos: "        contador-retidos.
           display "Anonimizados: "   contador-anonimizados.
           stop run.
       recebe-modo.
           display "Gravar anonimizacao (s) ou apenas simular (n)? "
           with no advancing.
           accept grava-w.
           if grava-w = 'S'
               move 's' to grava-w.
           if grava-w = 'N'
               move 'n' to grava-w.
           if grava-w not = 's' and grava-w not = 'n'
               display "Opcao invalida.".
       calcula-corte.
           compute meses-corte-w = ano-s * 12 + mes - 1 - inatividade-w.
           divide meses-corte-w by 12 giving aa-corte
               remainder mm-corte.
           add 1 to mm-corte.
           move dia to dd-corte.
           if dd-corte > 28
               perform limita-dia-corte.
       limita-dia-corte.
           add 1 to meses-corte-w.
           divide meses-corte-w by 12 giving aa-fim-mes
               remainder mm-fim-mes.
           add 1 to mm-fim-mes.
           move 1 to dd-fim-mes.
           compute dias-fim-mes =
               function integer-of-date(data-fim-mes-n) - 1.
           compute data-fim-mes-n =
               function date-of-integer(dias-fim-mes).
           if dd-corte > dd-fim-mes
               move dd-fim-mes to dd-corte.
       abre-arquivos.
           open input bblivros.
           if st not = "00"
               display "ERRO AO ABRIR BBLIVROS. STATUS = " st
               stop run.
           open i-o bbleitores.
           if st-lei not = "00"
               display "ERRO AO ABRIR BBLEITORES. STATUS = " st-lei
               stop run.
           open input bbreservas.
           if st-res not = "00"
               display "AVISO: BBRESERVAS INDISPONIVEL. STATUS = "
                       st-res
               move 's' to sem-reservas.
           open input bbill.
           if st-ill not = "00"
               display "AVISO: BBILL INDISPONIVEL. STATUS = " st-ill
               move 's' to sem-ill.
           open input caixa.
           if st-cai not = "00"
               display "AVISO: CAIXA INDISPONIVEL. STATUS = " st-cai
               move 's' to sem-caixa.
           open output anonimiza.
           if st-rel not = "00"
               display "ERRO AO ABRIR ANONIMIZA.LST. STATUS = " st-rel
               stop run.
       define-modo.
           move grava-w to simulacao-w.
           inspect simulacao-w converting "sn" to "ns".
           if (sem-reservas = 's' and st-res not = "35") or
              (sem-ill = 's' and st-ill not = "35") or
              (sem-caixa = 's' and st-cai not = "35") or
              contador-pendentes-omitidos not = zero
               if simulacao-w = 'n'
                   display "PENDENCIAS NAO VERIFICADAS POR COMPLETO."
                   display "EXECUCAO APENAS SIMULADA."
                   move 's' to simulacao-w.
           if simulacao-w = 's'
               move "SIMULACAO - NENHUM CADASTRO FOI ALTERADO"
                   to modo-cab-e
           else
               move "GRAVACAO - CADASTROS ANONIMIZADOS" to modo-cab-e
               perform abre-transacoes.
       abre-transacoes.
           open extend transacoes.
           if st-log = "35"
               open output transacoes.
       imprime-cabecalho.
           move data-e to data-cab-e.
           write linha-rel from linha-cabecalho-1.
           write linha-rel from linha-cabecalho-2.
           move dd-corte to dd-corte-e.
           move mm-corte to mm-corte-e.
           move aa-corte to aa-corte-e.
           move inatividade-w to meses-cab-e.
           write linha-rel from linha-cabecalho-3.
           write linha-rel from linha-cabecalho-4.
           move spaces to linha-rel.
           write linha-rel.
           write linha-rel from linha-cab-det.
           move spaces to linha-rel.
           write linha-rel.
       levanta-pendencias.
           perform levanta-emprestimos.
           if sem-caixa not = 's'
               perform levanta-multas.
           if sem-reservas not = 's'
               perform levanta-reservas.
           if sem-ill not = 's'
               perform levanta-ill.
       levanta-emprestimos.
           move 'n' to fim-leit.
           move zeros to tombo.
           start bblivros key is not less than tombo
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-livro.
           perform examina-livro until fim-leit = 's'.
       ler-livro.
           if fim-leit not = 's'
               read bblivros next record
                   at end
                       move 's' to fim-leit
               end-read.
       examina-livro.
           if emprestado not = zero
               move emprestado to matricula-busca-w
               perform localiza-pendente
               if ip <= total-tab-pendente
                   move 's' to emp-pen-tab(ip).
           perform ler-livro.
       levanta-multas.
           move 'n' to fim-leit.
           perform ler-movimento.
           perform examina-movimento until fim-leit = 's'.
       ler-movimento.
           read caixa
               at end
                   move 's' to fim-leit
           end-read.
       examina-movimento.
           perform normaliza-movimento.
           if saldo-mov not = zero
               move matricula-mov to matricula-busca-w
               perform localiza-pendente
               if ip <= total-tab-pendente
                   move 's' to mul-pen-tab(ip).
           perform ler-movimento.
       normaliza-movimento.
           if saldo-mov not numeric
               if pago-mov = 'n'
                   move valor-mov to saldo-mov
               else
                   move zeros to saldo-mov.
       levanta-reservas.
           move 'n' to fim-leit.
           move zeros to num-reserva.
           start bbreservas key is not less than num-reserva
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-reserva.
           perform examina-reserva until fim-leit = 's'.
       ler-reserva.
           if fim-leit not = 's'
               read bbreservas next record
                   at end
                       move 's' to fim-leit
               end-read.
       examina-reserva.
           if situacao-res = 'a' or situacao-res = 'r'
               move matricula-res to matricula-busca-w
               perform localiza-pendente
               if ip <= total-tab-pendente
                   move 's' to res-pen-tab(ip).
           perform ler-reserva.
       levanta-ill.
           move 'n' to fim-leit.
           move zeros to num-ill.
           start bbill key is not less than num-ill
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-ill.
           perform examina-ill until fim-leit = 's'.
       ler-ill.
           if fim-leit not = 's'
               read bbill next record
                   at end
                       move 's' to fim-leit
               end-read.
       examina-ill.
           if tipo-ill = 'p' and matricula-ill not = zero and
              (situacao-ill = 'p' or situacao-ill = 'r' or
               situacao-ill = 'e')
               move matricula-ill to matricula-busca-w
               perform localiza-pendente
               if ip <= total-tab-pendente
                   move 's' to ill-pen-tab(ip).
           perform ler-ill.
       localiza-pendente.
           move 1 to ip.
           perform procura-pendente
               until ip > total-tab-pendente
                  or matricula-pen-tab(ip) = matricula-busca-w.
           if ip > total-tab-pendente
               perform inclui-pendente.
       procura-pendente.
           if matricula-pen-tab(ip) not = matricula-busca-w
               add 1 to ip.
       inclui-pendente.
           if total-tab-pendente < 2000
               add 1 to total-tab-pendente
               move total-tab-pendente to ip
               move matricula-busca-w to matricula-pen-tab(ip)
           else
               add 1 to contador-pendentes-omitidos.
       avalia-leitores.
           move 'n' to fim-leit.
           move zeros to matricula-leitor.
           start bbleitores key is not less than matricula-leitor
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-leitor.
           perform examina-leitor until fim-leit = 's'.
       ler-leitor.
           if fim-leit not = 's'
               read bbleitores next record
                   at end
                       move 's' to fim-leit
               end-read.
       examina-leitor.
           add 1 to contador-leitores.
           move zeros to validade-n.
           if validade-leitor is numeric
               move validade-leitor to validade-n.
           evaluate true
           when situacao-leitor = 'x'
               add 1 to contador-ja-anonimos
           when validade-n = zero
               add 1 to contador-sem-validade
           when validade-n < data-corte-n
               perform trata-inativo
           end-evaluate.
           perform ler-leitor.
       trata-inativo.
           add 1 to contador-inativos.
           move matricula-leitor to matricula-busca-w.
           move 1 to ip.
           perform procura-pendente
               until ip > total-tab-pendente
                  or matricula-pen-tab(ip) = matricula-busca-w.
           if ip <= total-tab-pendente
               perform retem-leitor
           else
               perform anonimiza-leitor.
       retem-leitor.
           add 1 to contador-retidos.
           move spaces to pendencias-w.
           if emp-pen-tab(ip) = 's'
               move "EMPRESTIMO" to emp-pend-w.
           if mul-pen-tab(ip) = 's'
               move "MULTA" to mul-pend-w.
           if res-pen-tab(ip) = 's'
               move "RESERVA" to res-pend-w.
           if ill-pen-tab(ip) = 's'
               move "EEB" to ill-pend-w.
           move "RETIDO" to acao-det.
           move pendencias-w to dados-det.
           move situacao-leitor to situacao-ant-w.
           perform imprime-leitor.
       anonimiza-leitor.
           move situacao-leitor to situacao-ant-w.
           if simulacao-w = 's'
               move "SIMULADO" to acao-det
           else
               move "LEITOR ANONIMIZADO" to nome-leitor
               move "DADOS REMOVIDOS - LGPD" to endereco-leitor
               move "REMOVIDO" to telefone-leitor
               move spaces to email-leitor
               move space  to contato-leitor
               move 'x' to situacao-leitor
               rewrite leitor
               perform grava-log-anonimiza
               add 1 to contador-anonimizados
               move "ANONIMIZADO" to acao-det.
           move "NOME ENDERECO TELEFONE E-MAIL" to dados-det.
           perform imprime-leitor.
       grava-log-anonimiza.
           move zeros to tombo-log.
           move "ANONIMIZA" to operacao-log.
           move "MATRICULA" to campo-log.
           move spaces to valor-antigo-log.
           move matricula-leitor to valor-novo-log.
           move "LIBCON27" to operador-log.
           move dia   to dd-log.
           move mes   to mm-log.
           move ano-s to aa-log.
           write log-transacao.
       imprime-leitor.
           move matricula-leitor to matricula-det.
           move categoria-leitor to categoria-det.
           move dd-validade      to dd-val-det.
           move mm-validade      to mm-val-det.
           move aa-validade      to aa-val-det.
           move situacao-ant-w   to situacao-det.
           write linha-rel from linha-det.
       imprime-rodape.
           move spaces to linha-rel.
           write linha-rel.
           move contador-leitores to total-lei-e.
           write linha-rel from linha-rodape-1.
           move contador-ja-anonimos to total-ant-e.
           write linha-rel from linha-rodape-2.
           move contador-sem-validade to total-sem-e.
           write linha-rel from linha-rodape-3.
           move contador-inativos to total-ina-e.
           write linha-rel from linha-rodape-4.
           move contador-retidos to total-ret-e.
           write linha-rel from linha-rodape-5.
           move contador-anonimizados to total-ano-e.
           write linha-rel from linha-rodape-6.
           if contador-pendentes-omitidos not = zero
               move contador-pendentes-omitidos to qtde-omitidos-e
               write linha-rel from linha-omitidos
           end-if.
       fecha-arquivos.
           close bblivros.
           close bbleitores.
           if sem-reservas not = 's'
               close bbreservas.
           if sem-ill not = 's'
               close bbill.
           if sem-caixa not = 's'
               close caixa.
           if simulacao-w not = 's'
               close transacoes.
           close anonimiza.
       le-parametros.
           open input parametros.
           if st-par = "00"
               read parametros
                   at end
                       perform parametros-padrao
               end-read
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
           move inatividade-par to inatividade-w.
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
               open output runctl
               close runctl
               open i-o runctl.
       verifica-concorrencia.
           move spaces to job-ctl.
           start runctl key is not less than job-ctl
               invalid key
                   move 's' to fim-ctl
               not invalid key
                   perform varre-controle until fim-ctl = 's'
           end-start.
           move 'n' to fim-ctl.
           if conflito-w = 's'
               display "JOB " job-conflito-w " ATIVO CONTRA BBLIVROS"
                       " OU TRANSACOES."
               display "EXECUCAO CANCELADA."
               close runctl
               stop run.
       varre-controle.
           read runctl next record
               at end
                   move 's' to fim-ctl
               not at end
                   if ativo-ctl = 's' and job-ctl not = "LIBCON27" and
                      (usa-livros-ctl = 's' or job-ctl = "LIBCON11")
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON27" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON27" to job-ctl.
           move data-sis to data-ctl.
           move zero to registros-ctl.
           move 's' to ativo-ctl.
           move 's' to usa-livros-ctl.
           move zero to checkpoint-ctl.
           write registro-controle.
       reativa-controle.
           move data-sis to data-ctl.
           move 's' to ativo-ctl.
           move 's' to usa-livros-ctl.
           move zero to checkpoint-ctl.
           rewrite registro-controle.
       marca-fim.
           move "LIBCON27" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   move 'n' to ativo-ctl
                   move contador-anonimizados to registros-ctl
                   move zero to checkpoint-ctl
                   rewrite registro-controle
           end-read.
           close runctl.
       end program LIBCON27.
