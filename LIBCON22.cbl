       identification division.
       program-id. LIBCON22 as "LIBCON22".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bblivsel.
           select coletor
           assign to disk
           organization line sequential
           file status is st-col.
           select excecoes
           assign to disk
           organization line sequential
           file status is st-exc.
           select relinv
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
           fd coletor
           label record standard
           data record is leitura-coletor
           value of file-id is "COLETOR.DAT".
       01 leitura-coletor.
           02 secao-col  pic x(10).
           02 tombo-col  pic x(06).
           02 tombo-col-n redefines tombo-col pic 9(06).
           02 isbn-col   pic x(13).
           fd excecoes
           label record standard
           data record is reg-excecao
           value of file-id is "INVEXC.DAT".
       01 reg-excecao.
           02 tipo-exc       pic 9.
           02 tombo-exc      pic 9(06).
           02 isbn-exc       pic x(13).
           02 titulo-exc     pic x(30).
           02 secao-exc      pic x(10).
           02 situacao-exc   pic a.
           02 emprestado-exc pic 9(05).
           02 qtde-exc       pic 9(03).
           fd relinv
           label record standard
           data record is linha-rel
           value of file-id is "INVENTARIO.LST".
       01 linha-rel pic x(132).
           sd classifica
           data record is reg-class.
       01 reg-class.
           02 tombo-class pic 9(06).
           02 secao-class pic x(10).
           sd ordena
           data record is reg-ord.
       01 reg-ord.
           02 tipo-ord       pic 9.
           02 tombo-ord      pic 9(06).
           02 isbn-ord       pic x(13).
           02 titulo-ord     pic x(30).
           02 secao-ord      pic x(10).
           02 situacao-ord   pic a.
           02 emprestado-ord pic 9(05).
           02 qtde-ord       pic 9(03).

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
       01 st-col     pic xx.
       01 st-exc     pic xx.
       01 st-rel     pic xx.
       01 marca-w    pic a.
       01 vld        pic a.
       01 fim-leit   pic a value 'n'.
       01 fim-col    pic a value 'n'.
       01 fim-class  pic a value 'n'.
       01 fim-ord    pic a value 'n'.
       01 achado-w   pic a value 'n'.
       01 tipo-w     pic 9 value zero.
       01 tipo-ant   pic 9 value zero.
       01 tombo-lido-w pic 9(07) value zero.
       01 secao-achado-w pic x(10) value spaces.
       01 contador-leituras   pic 9(05) value zero.
       01 contador-por-tombo  pic 9(05) value zero.
       01 contador-por-isbn   pic 9(05) value zero.
       01 contador-invalidas  pic 9(05) value zero.
       01 contador-acervo     pic 9(05) value zero.
       01 contador-marcados   pic 9(05) value zero.
       01 contador-reativados pic 9(05) value zero.
       01 contador-ja-faltantes pic 9(05) value zero.
       01 contador-isbn-sobra pic 9(05) value zero.
       01 contador-secao      pic 9(05) value zero.
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

       01 it pic 9 value zero.
       01 tab-contador-tipo.
           02 contador-tipo pic 9(05) occurs 6 times value zero.
       01 titulos-excecao.
           02 filler pic x(50) value
           "LIDOS NA ESTANTE E NAO CADASTRADOS NO ACERVO".
           02 filler pic x(50) value
           "ATIVOS E DISPONIVEIS NAO LOCALIZADOS NA ESTANTE".
           02 filler pic x(50) value
           "EMPRESTADOS OU COM PARCEIRO ENCONTRADOS NA ESTANTE".
           02 filler pic x(50) value
           "BAIXADOS (P/D/R) ENCONTRADOS NA ESTANTE".
           02 filler pic x(50) value
           "NAO LOCALIZADOS EM INVENTARIO ANTERIOR ENCONTRADOS".
           02 filler pic x(50) value
           "LIDOS POR ISBN ALEM DOS EXEMPLARES ATIVOS".
       01 tabela-titulos-exc redefines titulos-excecao.
           02 titulo-exc-t pic x(50) occurs 6 times.

       01 ii pic 9(04) value zero.
       01 total-tab-isbn pic 9(04) value zero.
       01 contador-isbn-omitidos pic 9(05) value zero.
       01 tab-isbn.
           02 item-isbn occurs 2000 times.
               03 isbn-tab       pic x(13)  value spaces.
               03 qtde-isbn-tab  pic 9(03)  value zero.
               03 secao-isbn-tab pic x(10)  value spaces.

       01 linha-cabecalho-1.
           02 filler pic x(20) value "BIBLIOTECA CENTRAL".
           02 filler pic x(45) value spaces.
           02 filler pic x(06) value "DATA:".
           02 data-cab-e pic x(10).
       01 linha-cabecalho-2.
           02 filler pic x(40) value
           "INVENTARIO FISICO DO ACERVO".
       01 linha-titulo-tipo.
           02 filler pic x(03) value "== ".
           02 titulo-tipo-e pic x(50).
       01 linha-cab-det.
           02 filler pic x(06)  value "TOMBO".
           02 filler pic x(02)  value spaces.
           02 filler pic x(13)  value "ISBN".
           02 filler pic x(01)  value space.
           02 filler pic x(30)  value "TITULO".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "SECAO".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "SITUACAO".
           02 filler pic x(01)  value space.
           02 filler pic x(09)  value "MATRICULA".
           02 filler pic x(01)  value space.
           02 filler pic x(04)  value "QTDE".
       01 linha-det.
           02 tombo-det      pic ZZZZZ9.
           02 filler         pic x(02) value spaces.
           02 isbn-det       pic x(13).
           02 filler         pic x(01) value space.
           02 titulo-det     pic x(30).
           02 filler         pic x(01) value space.
           02 secao-det      pic x(10).
           02 filler         pic x(01) value space.
           02 situacao-det   pic x(10).
           02 filler         pic x(01) value space.
           02 matricula-det  pic ZZZZ9.
           02 filler         pic x(05) value spaces.
           02 qtde-det       pic ZZZ.
       01 linha-total-tipo.
           02 filler pic x(20) value "TOTAL DA LISTA:".
           02 total-tipo-e pic ZZZZ9.
       01 linha-titulo-resumo.
           02 filler pic x(40) value
           "RESUMO DO INVENTARIO".
       01 linha-resumo-tipo.
           02 titulo-resumo-e pic x(52).
           02 qtde-resumo-e   pic ZZZZ9.
       01 linha-resumo.
           02 texto-resumo-e  pic x(52).
           02 valor-resumo-e  pic ZZZZ9.

       procedure division.
       inicio.
           move function current-date to data-sis.
           move dia   to dd-e.
           move mes   to mm-e.
           move ano-s to aa-e.
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform seleciona-marcacao until vld = 's'.
           perform abre-arquivos.
           perform confronta-acervo.
           perform imprime-relatorio.
           perform fecha-arquivos.
           perform marca-fim.
           display "Relatorio gravado em INVENTARIO.LST".
           display "Leituras: "        contador-leituras.
           display "Acervo: "          contador-acervo.
           display "Nao localizados: " contador-tipo(2).
           display "Marcados: "        contador-marcados.
           stop run.
       seleciona-marcacao.
           display "Marcar os nao localizados como faltantes? (S/N) "
           with no advancing.
           accept marca-w.
           evaluate marca-w
           when 's'
           when 'S'
               move 's' to marca-w
               move 's' to vld
           when 'n'
           when 'N'
               move 'n' to marca-w
               move 's' to vld
           when other
               display "Opcao invalida. Digite S ou N."
           end-evaluate.
       abre-arquivos.
           if marca-w = 's'
               open i-o bblivros
           else
               open input bblivros.
           if st not = "00"
               display "ERRO AO ABRIR BBLIVROS. STATUS = " st
               stop run.
           open input coletor.
           if st-col not = "00"
               display "ERRO AO ABRIR COLETOR. STATUS = " st-col
               stop run.
           close coletor.
           open output excecoes.
           if st-exc not = "00"
               display "ERRO AO ABRIR INVEXC. STATUS = " st-exc
               stop run.
           open output relinv.
           if st-rel not = "00"
               display "ERRO AO ABRIR INVENTARIO. STATUS = " st-rel
               stop run.
       confronta-acervo.
           sort classifica on ascending key tombo-class
               input procedure le-coletor
               output procedure compara-acervo.
           move 1 to ii.
           perform grava-isbn-sobra until ii > total-tab-isbn.
           close excecoes.
       le-coletor.
           open input coletor.
           move 'n' to fim-col.
           perform ler-coletor.
           perform examina-leitura until fim-col = 's'.
           close coletor.
       ler-coletor.
           read coletor
               at end
                   move 's' to fim-col
           end-read.
       examina-leitura.
           add 1 to contador-leituras.
           evaluate true
           when tombo-col is numeric and tombo-col-n not = zero
               perform leitura-por-tombo
           when isbn-col not = spaces
               perform leitura-por-isbn
           when other
               add 1 to contador-invalidas
           end-evaluate.
           perform ler-coletor.
       leitura-por-tombo.
           add 1 to contador-por-tombo.
           move tombo-col-n to tombo.
           read bblivros key is tombo
               invalid key
                   move tombo-col-n to tombo-exc
                   move spaces to isbn-exc
                   perform grava-nao-cadastrado
               not invalid key
                   move tombo-col-n to tombo-class
                   move secao-col   to secao-class
                   release reg-class
           end-read.
       leitura-por-isbn.
           add 1 to contador-por-isbn.
           move isbn-col to isbn.
           read bblivros key is isbn
               invalid key
                   move zeros    to tombo-exc
                   move isbn-col to isbn-exc
                   perform grava-nao-cadastrado
               not invalid key
                   perform guarda-isbn
           end-read.
       grava-nao-cadastrado.
           move 1 to tipo-exc.
           move spaces to titulo-exc.
           move secao-col to secao-exc.
           move space to situacao-exc.
           move zeros to emprestado-exc.
           move zero to qtde-exc.
           write reg-excecao.
           add 1 to contador-tipo(1).
       guarda-isbn.
           move 1 to ii.
           perform procura-isbn
               until ii > total-tab-isbn
                  or isbn-tab(ii) = isbn-col.
           if ii > total-tab-isbn and ii <= 2000
               add 1 to total-tab-isbn
               move isbn-col to isbn-tab(ii)
           end-if.
           if ii <= 2000
               add 1 to qtde-isbn-tab(ii)
               move secao-col to secao-isbn-tab(ii)
           else
               add 1 to contador-isbn-omitidos
           end-if.
       procura-isbn.
           if isbn-tab(ii) not = isbn-col
               add 1 to ii.
       compara-acervo.
           move 'n' to fim-class.
           perform retorna-leitura.
           move 'n' to fim-leit.
           move zeros to tombo.
           start bblivros key is not less than tombo
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-proximo.
           perform examina-acervo until fim-leit = 's'.
       retorna-leitura.
           return classifica
               at end
                   move 's' to fim-class
                   move 9999999 to tombo-lido-w
               not at end
                   move tombo-class to tombo-lido-w
           end-return.
       ler-proximo.
           if fim-leit not = 's'
               read bblivros next record
                   at end
                       move 's' to fim-leit
               end-read.
       examina-acervo.
           add 1 to contador-acervo.
           move 'n' to achado-w.
           move spaces to secao-achado-w.
           perform avanca-leitura until tombo-lido-w > tombo.
           perform classifica-exemplar.
           perform ler-proximo.
       avanca-leitura.
           if tombo-lido-w = tombo
               move 's' to achado-w
               move secao-class to secao-achado-w.
           perform retorna-leitura.
       classifica-exemplar.
           evaluate true
           when situacao-livro = 'p' or situacao-livro = 'd' or
                situacao-livro = 'r'
               if achado-w = 's'
                   move 4 to tipo-w
                   perform grava-excecao
               end-if
           when situacao-livro = 'f'
               perform trata-faltante
           when situacao-livro = 'c' or emprestado not = zero
               if achado-w = 's'
                   move 3 to tipo-w
                   perform grava-excecao
               end-if
           when other
               perform trata-disponivel
           end-evaluate.
       trata-disponivel.
           if achado-w not = 's'
               perform procura-isbn-lido.
           if achado-w not = 's'
               move 2 to tipo-w
               perform grava-excecao
               if marca-w = 's'
                   perform marca-faltante.
       trata-faltante.
           if achado-w not = 's'
               perform procura-isbn-lido.
           if achado-w = 's'
               move 5 to tipo-w
               perform grava-excecao
               if marca-w = 's'
                   perform reativa-exemplar
               end-if
           else
               add 1 to contador-ja-faltantes.
       procura-isbn-lido.
           if isbn not = spaces
               move 1 to ii
               perform procura-isbn-disponivel
                   until ii > total-tab-isbn
                      or (isbn-tab(ii) = isbn and
                          qtde-isbn-tab(ii) > zero)
               if ii <= total-tab-isbn
                   subtract 1 from qtde-isbn-tab(ii)
                   move secao-isbn-tab(ii) to secao-achado-w
                   move 's' to achado-w.
       procura-isbn-disponivel.
           if isbn-tab(ii) not = isbn or qtde-isbn-tab(ii) = zero
               add 1 to ii.
       grava-excecao.
           move tipo-w         to tipo-exc.
           move tombo          to tombo-exc.
           move isbn           to isbn-exc.
           move titulo         to titulo-exc.
           move secao-achado-w to secao-exc.
           move situacao-livro to situacao-exc.
           move emprestado     to emprestado-exc.
           move zero           to qtde-exc.
           write reg-excecao.
           add 1 to contador-tipo(tipo-w).
       grava-isbn-sobra.
           if qtde-isbn-tab(ii) > zero
               move 6 to tipo-exc
               move zeros to tombo-exc
               move isbn-tab(ii) to isbn-exc
               move isbn-tab(ii) to isbn
               read bblivros key is isbn
                   invalid key
                       move spaces to titulo-exc
                   not invalid key
                       move titulo to titulo-exc
               end-read
               move secao-isbn-tab(ii) to secao-exc
               move space to situacao-exc
               move zeros to emprestado-exc
               move qtde-isbn-tab(ii) to qtde-exc
               write reg-excecao
               add 1 to contador-tipo(6).
           add 1 to ii.
       marca-faltante.
           move 'f' to situacao-livro.
           move ano-s to aa-baixa.
           move mes   to mm-baixa.
           move dia   to dd-baixa.
           move "NAO LOCALIZADO" to motivo-baixa.
           rewrite livro.
           if st = "00"
               add 1 to contador-marcados.
       reativa-exemplar.
           move space to situacao-livro.
           initialize data-baixa.
           move spaces to motivo-baixa.
           rewrite livro.
           if st = "00"
               add 1 to contador-reativados.
       imprime-relatorio.
           perform imprime-cabecalho.
           sort ordena on ascending key tipo-ord tombo-ord isbn-ord
               using excecoes
               output procedure imprime-excecoes.
           perform imprime-resumo.
       imprime-cabecalho.
           move data-e to data-cab-e.
           write linha-rel from linha-cabecalho-1.
           write linha-rel from linha-cabecalho-2.
           move spaces to linha-rel.
           write linha-rel.
       imprime-excecoes.
           move zero to tipo-ant.
           move 'n' to fim-ord.
           perform retorna-excecao.
           perform imprime-excecao until fim-ord = 's'.
           if tipo-ant not = zero
               perform fecha-secao.
       retorna-excecao.
           return ordena
               at end
                   move 's' to fim-ord
           end-return.
       imprime-excecao.
           if tipo-ord not = tipo-ant
               if tipo-ant not = zero
                   perform fecha-secao
               end-if
               perform abre-secao.
           perform imprime-detalhe.
           perform retorna-excecao.
       abre-secao.
           move tipo-ord to tipo-ant.
           move zero to contador-secao.
           move titulo-exc-t(tipo-ord) to titulo-tipo-e.
           write linha-rel from linha-titulo-tipo.
           write linha-rel from linha-cab-det.
       fecha-secao.
           move contador-secao to total-tipo-e.
           write linha-rel from linha-total-tipo.
           move spaces to linha-rel.
           write linha-rel.
       imprime-detalhe.
           move tombo-ord  to tombo-det.
           move isbn-ord   to isbn-det.
           move titulo-ord to titulo-det.
           move secao-ord  to secao-det.
           evaluate true
           when tipo-ord = 1
               move "SEM CADAST" to situacao-det
           when tipo-ord = 6
               move "SOBRA ISBN" to situacao-det
           when situacao-ord = 'p'
               move "PERDIDO" to situacao-det
           when situacao-ord = 'd'
               move "DANIFICADO" to situacao-det
           when situacao-ord = 'r'
               move "RETIRADO" to situacao-det
           when situacao-ord = 'c'
               move "PARCEIRO" to situacao-det
           when situacao-ord = 'f'
               move "FALTANTE" to situacao-det
           when emprestado-ord not = zero
               move "EMPRESTADO" to situacao-det
           when other
               move "DISPONIVEL" to situacao-det
           end-evaluate.
           move emprestado-ord to matricula-det.
           move qtde-ord to qtde-det.
           write linha-rel from linha-det.
           add 1 to contador-secao.
       imprime-resumo.
           write linha-rel from linha-titulo-resumo.
           move 1 to it.
           perform imprime-resumo-tipo until it > 6.
           move spaces to linha-rel.
           write linha-rel.
           move "LEITURAS DO COLETOR:" to texto-resumo-e.
           move contador-leituras to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "  POR TOMBO:" to texto-resumo-e.
           move contador-por-tombo to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "  POR ISBN:" to texto-resumo-e.
           move contador-por-isbn to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "  INVALIDAS (SEM TOMBO E SEM ISBN):" to texto-resumo-e.
           move contador-invalidas to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "EXEMPLARES NO ACERVO:" to texto-resumo-e.
           move contador-acervo to valor-resumo-e.
           write linha-rel from linha-resumo.
           move 1 to ii.
           perform soma-isbn-sobra until ii > total-tab-isbn.
           move "LEITURAS POR ISBN SEM EXEMPLAR DISPONIVEL:"
               to texto-resumo-e.
           move contador-isbn-sobra to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "JA FALTANTES E NOVAMENTE NAO LOCALIZADOS:"
               to texto-resumo-e.
           move contador-ja-faltantes to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "MARCADOS COMO FALTANTES NESTA EXECUCAO:"
               to texto-resumo-e.
           move contador-marcados to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "FALTANTES REATIVADOS NESTA EXECUCAO:"
               to texto-resumo-e.
           move contador-reativados to valor-resumo-e.
           write linha-rel from linha-resumo.
           if contador-isbn-omitidos not = zero
               move "ISBNS FORA DA ANALISE (TABELA CHEIA):"
                   to texto-resumo-e
               move contador-isbn-omitidos to valor-resumo-e
               write linha-rel from linha-resumo
           end-if.
       imprime-resumo-tipo.
           move titulo-exc-t(it) to titulo-resumo-e.
           move contador-tipo(it) to qtde-resumo-e.
           write linha-rel from linha-resumo-tipo.
           add 1 to it.
       soma-isbn-sobra.
           add qtde-isbn-tab(ii) to contador-isbn-sobra.
           add 1 to ii.
       fecha-arquivos.
           close bblivros.
           close relinv.
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
               display "JOB " job-conflito-w " ATIVO CONTRA BBLIVROS."
               display "EXECUCAO CANCELADA."
               close runctl
               stop run.
       varre-controle.
           read runctl next record
               at end
                   move 's' to fim-ctl
               not at end
                   if ativo-ctl = 's' and usa-livros-ctl = 's' and
                      job-ctl not = "LIBCON22"
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON22" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON22" to job-ctl.
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
           move "LIBCON22" to job-ctl.
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
       end program LIBCON22.
