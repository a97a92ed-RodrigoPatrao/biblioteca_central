       identification division.
       program-id. LIBCON23 as "LIBCON23".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bblivsel.
           select transacoes
           assign to disk
           organization line sequential
           file status is st-log.
           select arquivo-morto
           assign to dynamic nome-arquivo-w
           organization line sequential
           file status is st-arq.
           select fechadas
           assign to disk
           organization line sequential
           file status is st-fec.
           select candidatos
           assign to disk
           organization line sequential
           file status is st-can.
           select reldesb
           assign to disk
           organization line sequential
           file status is st-rel.
           select classifica
           assign to disk.
           select ordena
           assign to disk.

           copy runctlsel.

       data division.
       file section.
           fd bblivros
           label record standard
           data record is livro
           value of file-id is "BBLIVROS.DAT".
           copy livro.
           fd transacoes
           label record standard
           data record is log-transacao
           value of file-id is "TRANSACOES.DAT".
       01 log-transacao pic x(132).
           fd arquivo-morto
           label record standard
           data record is log-morto.
       01 log-morto pic x(132).
           fd fechadas
           label record standard
           data record is registro-fechada
           value of file-id is "FECHADAS.DAT".
       01 registro-fechada.
           02 mm-fec pic 99.
           02 aa-fec pic 9999.
           fd candidatos
           label record standard
           data record is reg-candidato
           value of file-id is "DESBASTE.DAT".
       01 reg-candidato.
           02 tombo-can    pic 9(06).
           02 titulo-can   pic x(30).
           02 editora-can  pic x(15).
           02 ano-can      pic 9999.
           02 doacao-can   pic a.
           02 doador-can   pic x(20).
           02 preco-can    pic 9(04)v99.
           02 isbn-can     pic x(13).
           02 ult-emp-can  pic 9(08).
           fd reldesb
           label record standard
           data record is linha-rel
           value of file-id is "DESBASTE.LST".
       01 linha-rel pic x(132).
           sd classifica
           data record is reg-class.
       01 reg-class.
           02 tombo-class pic 9(06).
           02 data-class  pic 9(08).
           sd ordena
           data record is reg-ord.
       01 reg-ord.
           02 chave-ord    pic x(15).
           02 tombo-ord    pic 9(06).
           02 titulo-ord   pic x(30).
           02 editora-ord  pic x(15).
           02 ano-ord      pic 9999.
           02 doacao-ord   pic a.
           02 doador-ord   pic x(20).
           02 preco-ord    pic 9(04)v99.
           02 isbn-ord     pic x(13).
           02 ult-emp-ord  pic 9(08).

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
       01 st-log     pic xx.
       01 st-arq     pic xx.
       01 st-fec     pic xx.
       01 st-can     pic xx.
       01 st-rel     pic xx.
       01 vld        pic a.
       01 ordem-w    pic a value space.
       01 anos-w     pic 99 value zero.
       01 fim-leit   pic a value 'n'.
       01 fim-mov    pic a value 'n'.
       01 fim-fec    pic a value 'n'.
       01 fim-class  pic a value 'n'.
       01 fim-ord    pic a value 'n'.
       01 fim-isbn   pic a value 'n'.
       01 tombo-lido-w pic 9(07) value zero.
       01 ult-emp-w    pic 9(08) value zero.
       01 chave-ant    pic x(15) value spaces.
       01 outros-w     pic 9(03) value zero.
       01 contador-transacoes  pic 9(07) value zero.
       01 contador-emprestimos pic 9(07) value zero.
       01 contador-arquivos    pic 9(03) value zero.
       01 contador-sem-arquivo pic 9(03) value zero.
       01 contador-acervo      pic 9(05) value zero.
       01 contador-ativos      pic 9(05) value zero.
       01 contador-candidatos  pic 9(05) value zero.
       01 contador-nunca       pic 9(05) value zero.
       01 contador-doados      pic 9(05) value zero.
       01 contador-grupo       pic 9(05) value zero.
       01 valor-candidatos     pic 9(07)v99 value zero.
       01 data-corte-n pic 9(08) value zero.
       01 data-corte-r redefines data-corte-n.
           02 aa-corte pic 9999.
           02 mm-corte pic 99.
           02 dd-corte pic 99.
       01 data-mov-n pic 9(08) value zero.
       01 data-mov-r redefines data-mov-n.
           02 aa-mov-n pic 9999.
           02 mm-mov-n pic 99.
           02 dd-mov-n pic 99.
       01 mov-w.
           02 tombo-mov    pic 9(06).
           02 filler       pic x.
           02 operacao-mov pic x(10).
           02 filler       pic x(88).
           02 data-mov.
               03 dd-mov pic 99.
               03 filler pic x.
               03 mm-mov pic 99.
               03 filler pic x.
               03 aa-mov pic 9999.
           02 filler       pic x(17).
       01 nome-arquivo-w pic x(15) value spaces.
       01 nome-arquivo-r redefines nome-arquivo-w.
           02 filler      pic x(05).
           02 mm-nome     pic 99.
           02 aa-nome     pic 9999.
           02 filler      pic x(04).
       01 data-sis.
           02 ano-s pic 9999.
           02 mes   pic 99.
           02 dia   pic 99.
       01 data-e.
           02 dd-e    pic 99.
           02 filler  pic x value "/".
           02 mm-e    pic 99.
           02 filler  pic x value "/".
           02 aa-e    pic 9999.

       01 linha-cabecalho-1.
           02 filler pic x(20) value "BIBLIOTECA CENTRAL".
           02 filler pic x(45) value spaces.
           02 filler pic x(06) value "DATA:".
           02 data-cab-e pic x(10).
       01 linha-cabecalho-2.
           02 filler pic x(44) value
           "CANDIDATOS A DESBASTE - SEM EMPRESTIMO HA".
           02 anos-cab-e pic Z9.
           02 filler pic x(06) value " ANOS".
           02 filler pic x(10) value "ORDEM:".
           02 ordem-cab-e pic x(07).
       01 linha-cabecalho-3.
           02 filler pic x(40) value
           "SEM EMPRESTIMO DESDE:".
           02 dd-corte-e pic 99.
           02 filler pic x value "/".
           02 mm-corte-e pic 99.
           02 filler pic x value "/".
           02 aa-corte-e pic 9999.
       01 linha-cab-det.
           02 filler pic x(06)  value "TOMBO".
           02 filler pic x(02)  value spaces.
           02 filler pic x(30)  value "TITULO".
           02 filler pic x(01)  value space.
           02 filler pic x(15)  value "EDITORA".
           02 filler pic x(01)  value space.
           02 filler pic x(04)  value "ANO".
           02 filler pic x(01)  value space.
           02 filler pic x(08)  value "   PRECO".
           02 filler pic x(01)  value space.
           02 filler pic x(03)  value "DOA".
           02 filler pic x(01)  value space.
           02 filler pic x(20)  value "DOADOR".
           02 filler pic x(01)  value space.
           02 filler pic x(16)  value "ULTIMO EMPREST.".
           02 filler pic x(01)  value space.
           02 filler pic x(07)  value "OUTROS".
       01 linha-det.
           02 tombo-det      pic ZZZZZ9.
           02 filler         pic x(02) value spaces.
           02 titulo-det     pic x(30).
           02 filler         pic x(01) value space.
           02 editora-det    pic x(15).
           02 filler         pic x(01) value space.
           02 ano-det        pic 9999.
           02 filler         pic x(01) value space.
           02 preco-det      pic Z.ZZ9,99.
           02 filler         pic x(01) value space.
           02 doacao-det     pic x(03).
           02 filler         pic x(01) value space.
           02 doador-det     pic x(20).
           02 filler         pic x(01) value space.
           02 ult-emp-det    pic x(16).
           02 filler         pic x(01) value space.
           02 outros-det     pic ZZ9.
       01 data-ult-e.
           02 dd-ult-e pic 99.
           02 filler   pic x value "/".
           02 mm-ult-e pic 99.
           02 filler   pic x value "/".
           02 aa-ult-e pic 9999.
       01 linha-grupo.
           02 titulo-grupo-e pic x(09).
           02 chave-grupo-e  pic x(15).
       01 linha-total-grupo.
           02 filler pic x(20) value "TOTAL DO GRUPO:".
           02 total-grupo-e pic ZZZZ9.
       01 linha-resumo.
           02 texto-resumo-e  pic x(52).
           02 valor-resumo-e  pic ZZZZZZ9.
       01 linha-resumo-valor.
           02 filler pic x(52) value
           "VALOR DE AQUISICAO DOS CANDIDATOS:".
           02 valor-can-e pic Z.ZZZ.ZZ9,99.
       01 linha-aviso-doacao.
           02 filler pic x(40) value
           "DOA = S: EXEMPLAR DOADO - CONFERIR O ".
           02 filler pic x(40) value
           "TERMO DE DOACAO ANTES DO DESCARTE".

       procedure division.
       inicio.
           move function current-date to data-sis.
           move dia   to dd-e.
           move mes   to mm-e.
           move ano-s to aa-e.
           perform recebe-anos until anos-w not = zero.
           move 'n' to vld.
           perform recebe-ordem until vld = 's'.
           move data-sis to data-corte-n.
           subtract anos-w from aa-corte.
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform seleciona-candidatos.
           perform imprime-relatorio.
           perform fecha-arquivos.
           perform marca-fim.
           display "Relatorio gravado em DESBASTE.LST".
           display "Emprestimos lidos: " contador-emprestimos.
           display "Arquivos mensais: "  contador-arquivos.
           display "Acervo: "            contador-acervo.
           display "Candidatos: "        contador-candidatos.
           display "Doados: "            contador-doados.
           stop run.
       recebe-anos.
           display "Anos sem emprestimo (01-50): " with no advancing.
           accept anos-w.
           if anos-w not numeric or anos-w < 01 or anos-w > 50
               display "Quantidade de anos invalida."
               move zero to anos-w.
       recebe-ordem.
           display "Ordenar por (E)ditora ou (A)no? " with no advancing.
           accept ordem-w.
           evaluate ordem-w
           when 'e'
           when 'E'
               move 'e' to ordem-w
               move 's' to vld
           when 'a'
           when 'A'
               move 'a' to ordem-w
               move 's' to vld
           when other
               display "Opcao invalida. Digite E ou A."
           end-evaluate.
       abre-arquivos.
           open input bblivros.
           if st not = "00"
               display "ERRO AO ABRIR BBLIVROS. STATUS = " st
               stop run.
           open input transacoes.
           if st-log not = "00"
               display "ERRO AO ABRIR TRANSACOES. STATUS = " st-log
               stop run.
           close transacoes.
           open output candidatos.
           if st-can not = "00"
               display "ERRO AO ABRIR DESBASTE. STATUS = " st-can
               stop run.
           open output reldesb.
           if st-rel not = "00"
               display "ERRO AO ABRIR DESBASTE.LST. STATUS = " st-rel
               stop run.
       seleciona-candidatos.
           sort classifica on ascending key tombo-class data-class
               input procedure le-transacoes
               output procedure compara-acervo.
           close candidatos.
       le-transacoes.
           open input transacoes.
           move 'n' to fim-mov.
           perform ler-transacao.
           perform examina-transacao until fim-mov = 's'.
           close transacoes.
           open input fechadas.
           if st-fec = "00"
               move 'n' to fim-fec
               perform ler-fechada
               perform le-arquivo-mensal until fim-fec = 's'
               close fechadas.
       ler-transacao.
           read transacoes into mov-w
               at end
                   move 's' to fim-mov
           end-read.
       examina-transacao.
           perform libera-emprestimo.
           perform ler-transacao.
       ler-fechada.
           read fechadas
               at end
                   move 's' to fim-fec
           end-read.
       le-arquivo-mensal.
           move "TRANS000000.DAT" to nome-arquivo-w.
           move mm-fec to mm-nome.
           move aa-fec to aa-nome.
           open input arquivo-morto.
           if st-arq = "00"
               add 1 to contador-arquivos
               move 'n' to fim-mov
               perform ler-arquivo-morto
               perform examina-arquivo-morto until fim-mov = 's'
               close arquivo-morto
           else
               add 1 to contador-sem-arquivo
               display "AVISO: " nome-arquivo-w
                       " INDISPONIVEL. STATUS = " st-arq.
           perform ler-fechada.
       ler-arquivo-morto.
           read arquivo-morto into mov-w
               at end
                   move 's' to fim-mov
           end-read.
       examina-arquivo-morto.
           perform libera-emprestimo.
           perform ler-arquivo-morto.
       libera-emprestimo.
           add 1 to contador-transacoes.
           if operacao-mov = "EMPRESTIMO" and tombo-mov numeric and
              dd-mov numeric and mm-mov numeric and aa-mov numeric
               add 1 to contador-emprestimos
               move aa-mov to aa-mov-n
               move mm-mov to mm-mov-n
               move dd-mov to dd-mov-n
               move tombo-mov  to tombo-class
               move data-mov-n to data-class
               release reg-class.
       compara-acervo.
           move 'n' to fim-class.
           perform retorna-emprestimo.
           move 'n' to fim-leit.
           move zeros to tombo.
           start bblivros key is not less than tombo
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-proximo.
           perform examina-acervo until fim-leit = 's'.
       retorna-emprestimo.
           return classifica
               at end
                   move 's' to fim-class
                   move 9999999 to tombo-lido-w
               not at end
                   move tombo-class to tombo-lido-w
           end-return.
       ler-proximo.
           read bblivros next record
               at end
                   move 's' to fim-leit
           end-read.
       examina-acervo.
           add 1 to contador-acervo.
           move zero to ult-emp-w.
           perform avanca-emprestimo until tombo-lido-w > tombo.
           if situacao-livro = space and emprestado = zero
               add 1 to contador-ativos
               if ult-emp-w < data-corte-n
                   perform grava-candidato.
           perform ler-proximo.
       avanca-emprestimo.
           if tombo-lido-w = tombo
               move data-class to ult-emp-w.
           perform retorna-emprestimo.
       grava-candidato.
           move tombo     to tombo-can.
           move titulo    to titulo-can.
           move editora   to editora-can.
           move ano       to ano-can.
           move doacao    to doacao-can.
           move doador    to doador-can.
           move preco     to preco-can.
           move isbn      to isbn-can.
           move ult-emp-w to ult-emp-can.
           write reg-candidato.
       imprime-relatorio.
           perform imprime-cabecalho.
           sort ordena on ascending key chave-ord titulo-ord tombo-ord
               input procedure le-candidatos
               output procedure imprime-candidatos.
           perform imprime-resumo.
       imprime-cabecalho.
           move data-e to data-cab-e.
           write linha-rel from linha-cabecalho-1.
           move anos-w to anos-cab-e.
           if ordem-w = 'e'
               move "EDITORA" to ordem-cab-e
           else
               move "ANO" to ordem-cab-e.
           write linha-rel from linha-cabecalho-2.
           move dd-corte to dd-corte-e.
           move mm-corte to mm-corte-e.
           move aa-corte to aa-corte-e.
           write linha-rel from linha-cabecalho-3.
           write linha-rel from linha-aviso-doacao.
           move spaces to linha-rel.
           write linha-rel.
       le-candidatos.
           open input candidatos.
           if st-can not = "00"
               display "ERRO AO ABRIR DESBASTE. STATUS = " st-can
               stop run.
           move 'n' to fim-leit.
           perform ler-candidato.
           perform libera-candidato until fim-leit = 's'.
           close candidatos.
       ler-candidato.
           read candidatos
               at end
                   move 's' to fim-leit
           end-read.
       libera-candidato.
           if ordem-w = 'e'
               move editora-can to chave-ord
           else
               move spaces to chave-ord
               move ano-can to chave-ord.
           move tombo-can   to tombo-ord.
           move titulo-can  to titulo-ord.
           move editora-can to editora-ord.
           move ano-can     to ano-ord.
           move doacao-can  to doacao-ord.
           move doador-can  to doador-ord.
           move preco-can   to preco-ord.
           move isbn-can    to isbn-ord.
           move ult-emp-can to ult-emp-ord.
           release reg-ord.
           perform ler-candidato.
       imprime-candidatos.
           move high-values to chave-ant.
           move 'n' to fim-ord.
           perform retorna-candidato.
           perform imprime-candidato until fim-ord = 's'.
           if chave-ant not = high-values
               perform fecha-grupo.
       retorna-candidato.
           return ordena
               at end
                   move 's' to fim-ord
           end-return.
       imprime-candidato.
           if chave-ord not = chave-ant
               if chave-ant not = high-values
                   perform fecha-grupo
               end-if
               perform abre-grupo.
           perform conta-outros.
           perform imprime-detalhe.
           perform retorna-candidato.
       abre-grupo.
           move chave-ord to chave-ant.
           move zero to contador-grupo.
           if ordem-w = 'e'
               move "EDITORA:" to titulo-grupo-e
           else
               move "ANO:" to titulo-grupo-e.
           move chave-ord to chave-grupo-e.
           write linha-rel from linha-grupo.
           write linha-rel from linha-cab-det.
       fecha-grupo.
           move contador-grupo to total-grupo-e.
           write linha-rel from linha-total-grupo.
           move spaces to linha-rel.
           write linha-rel.
       conta-outros.
           move zero to outros-w.
           if isbn-ord not = spaces
               move isbn-ord to isbn
               move 'n' to fim-isbn
               start bblivros key is equal to isbn
                   invalid key
                       move 's' to fim-isbn
               end-start
               perform ler-mesmo-isbn until fim-isbn = 's'.
       ler-mesmo-isbn.
           read bblivros next record
               at end
                   move 's' to fim-isbn
               not at end
                   if isbn not = isbn-ord
                       move 's' to fim-isbn
                   else
                       perform conta-exemplar
                   end-if
           end-read.
       conta-exemplar.
           if tombo not = tombo-ord and situacao-livro not = 'p' and
              situacao-livro not = 'd' and situacao-livro not = 'r'
               add 1 to outros-w.
       imprime-detalhe.
           add 1 to contador-candidatos.
           add 1 to contador-grupo.
           add preco-ord to valor-candidatos.
           move tombo-ord   to tombo-det.
           move titulo-ord  to titulo-det.
           move editora-ord to editora-det.
           move ano-ord     to ano-det.
           move preco-ord   to preco-det.
           if doacao-ord = 's'
               move " S " to doacao-det
               move doador-ord to doador-det
               add 1 to contador-doados
           else
               move spaces to doacao-det
               move spaces to doador-det.
           if ult-emp-ord = zero
               move "NUNCA EMPRESTADO" to ult-emp-det
               add 1 to contador-nunca
           else
               move ult-emp-ord to data-mov-n
               move dd-mov-n to dd-ult-e
               move mm-mov-n to mm-ult-e
               move aa-mov-n to aa-ult-e
               move data-ult-e to ult-emp-det.
           move outros-w to outros-det.
           write linha-rel from linha-det.
       imprime-resumo.
           move "EXEMPLARES NO ACERVO:" to texto-resumo-e.
           move contador-acervo to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "ATIVOS E DISPONIVEIS ANALISADOS:" to texto-resumo-e.
           move contador-ativos to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "CANDIDATOS A DESBASTE:" to texto-resumo-e.
           move contador-candidatos to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "  NUNCA EMPRESTADOS:" to texto-resumo-e.
           move contador-nunca to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "  DOADOS (CONFERIR TERMO DE DOACAO):"
               to texto-resumo-e.
           move contador-doados to valor-resumo-e.
           write linha-rel from linha-resumo.
           move valor-candidatos to valor-can-e.
           write linha-rel from linha-resumo-valor.
           move spaces to linha-rel.
           write linha-rel.
           move "EMPRESTIMOS LIDOS NO LOG E NOS ARQUIVOS MENSAIS:"
               to texto-resumo-e.
           move contador-emprestimos to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "ARQUIVOS MENSAIS LIDOS:" to texto-resumo-e.
           move contador-arquivos to valor-resumo-e.
           write linha-rel from linha-resumo.
           if contador-sem-arquivo not = zero
               move "ARQUIVOS MENSAIS NAO ENCONTRADOS:"
                   to texto-resumo-e
               move contador-sem-arquivo to valor-resumo-e
               write linha-rel from linha-resumo
           end-if.
       fecha-arquivos.
           close bblivros.
           close reldesb.
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
                   if ativo-ctl = 's' and job-ctl not = "LIBCON23" and
                      (usa-livros-ctl = 's' or job-ctl = "LIBCON11")
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON23" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON23" to job-ctl.
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
           move "LIBCON23" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   move 'n' to ativo-ctl
                   move contador-acervo to registros-ctl
                   move zero to checkpoint-ctl
                   rewrite registro-controle
           end-read.
           close runctl.
       end program LIBCON23.
