       identification division.
       program-id. LIBCON24 as "LIBCON24".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bblivsel.
           copy bbressel.
           copy illsel.
           copy bbcompsel.
           copy bborcsel.
           select sugestoes
           assign to disk
           organization line sequential
           file status is st-sug.
           select relsug
           assign to disk
           organization line sequential
           file status is st-rel.
           select classifica
           assign to disk.

           copy runctlsel.

       data division.
       file section.
           fd bblivros
           label record standard
           data record is livro
           value of file-id is "BBLIVROS.DAT".
           copy livro.
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
           fd bbcompras
           label record standard
           data record is pedido-compra
           value of file-id is "BBCOMPRAS.DAT".
           copy compra.
           fd bborcam
           label record standard
           data record is orcamento
           value of file-id is "BBORCAM.DAT".
           copy orcamento.
           fd sugestoes
           label record standard
           data record is reg-sugestao
           value of file-id is "SUGESTOES.DAT".
       01 reg-sugestao.
           02 isbn-sug    pic x(13).
           02 titulo-sug  pic x(30).
           02 qtde-sug    pic 9(03).
           02 preco-sug   pic 9(04)v99.
           02 motivo-sug  pic x(15).
           fd relsug
           label record standard
           data record is linha-rel
           value of file-id is "SUGESTOES.LST".
       01 linha-rel pic x(132).
           sd classifica
           data record is reg-class.
       01 reg-class.
           02 isbn-class     pic x(13).
           02 tombo-class    pic 9(06).
           02 fonte-class    pic a.
           02 situacao-class pic a.
           02 qtde-class     pic 9(03).
           02 titulo-class   pic x(30).
           02 preco-class    pic 9(04)v99.

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
       01 st-res     pic xx.
       01 st-ill     pic xx.
       01 st-cmp     pic xx.
       01 st-orc     pic xx.
       01 st-sug     pic xx.
       01 st-rel     pic xx.
       01 sem-reservas pic a value 'n'.
       01 sem-ill      pic a value 'n'.
       01 sem-compras  pic a value 'n'.
       01 sem-orcamento pic a value 'n'.
       01 achou-orc    pic a value 'n'.
       01 minimo-ill-w pic 99 value zero.
       01 fim-leit   pic a value 'n'.
       01 fim-class  pic a value 'n'.
       01 isbn-ant   pic x(13) value spaces.
       01 titulo-grupo-w pic x(30) value spaces.
       01 preco-grupo-w  pic 9(04)v99 value zero.
       01 fila-w      pic 9(04) value zero.
       01 ativos-w    pic 9(04) value zero.
       01 ill-w       pic 9(04) value zero.
       01 perdidos-w  pic 9(04) value zero.
       01 em-pedido-w pic 9(04) value zero.
       01 necessidade-w pic 9(04) value zero.
       01 sugerida-w  pic 9(04) value zero.
       01 motivo-w    pic x(15) value spaces.
       01 ptr-motivo  pic 99 value zero.
       01 valor-w     pic 9(07)v99 value zero.
       01 valor-aberto-w   pic 9(07)v99 value zero.
       01 valor-realizado-w pic 9(07)v99 value zero.
       01 saldo-orc-w      pic s9(07)v99 value zero.
       01 contador-livros     pic 9(05) value zero.
       01 contador-reservas   pic 9(05) value zero.
       01 contador-res-sem-isbn pic 9(05) value zero.
       01 contador-ill        pic 9(05) value zero.
       01 contador-abertos    pic 9(05) value zero.
       01 contador-sugestoes  pic 9(05) value zero.
       01 contador-exemplares pic 9(05) value zero.
       01 contador-por-fila   pic 9(05) value zero.
       01 contador-por-ill    pic 9(05) value zero.
       01 contador-por-perda  pic 9(05) value zero.
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
           02 filler pic x(40) value
           "SUGESTOES DE COMPRA".
       01 linha-cabecalho-3.
           02 filler pic x(40) value
           "MINIMO DE PEDIDOS EEB POR TITULO:".
           02 minimo-cab-e pic Z9.
       01 linha-cab-det.
           02 filler pic x(13)  value "ISBN".
           02 filler pic x(01)  value space.
           02 filler pic x(30)  value "TITULO".
           02 filler pic x(01)  value space.
           02 filler pic x(05)  value " FILA".
           02 filler pic x(01)  value space.
           02 filler pic x(06)  value "ATIVOS".
           02 filler pic x(01)  value space.
           02 filler pic x(05)  value "  EEB".
           02 filler pic x(01)  value space.
           02 filler pic x(05)  value "PERD.".
           02 filler pic x(01)  value space.
           02 filler pic x(06)  value "PEDIDO".
           02 filler pic x(01)  value space.
           02 filler pic x(05)  value "SUGER".
           02 filler pic x(01)  value space.
           02 filler pic x(08)  value "   PRECO".
           02 filler pic x(01)  value space.
           02 filler pic x(15)  value "MOTIVO".
       01 linha-det.
           02 isbn-det       pic x(13).
           02 filler         pic x(01) value space.
           02 titulo-det     pic x(30).
           02 filler         pic x(01) value space.
           02 fila-det       pic ZZZZ9.
           02 filler         pic x(01) value space.
           02 ativos-det     pic ZZZZZ9.
           02 filler         pic x(01) value space.
           02 ill-det        pic ZZZZ9.
           02 filler         pic x(01) value space.
           02 perdidos-det   pic ZZZZ9.
           02 filler         pic x(01) value space.
           02 em-pedido-det  pic ZZZZZ9.
           02 filler         pic x(01) value space.
           02 sugerida-det   pic ZZZZ9.
           02 filler         pic x(01) value space.
           02 preco-det      pic Z.ZZ9,99.
           02 filler         pic x(01) value space.
           02 motivo-det     pic x(15).
       01 linha-legenda.
           02 filler pic x(70) value
           "MOTIVO: FILA = RESERVAS ALEM DOS ATIVOS  EEB = PEDIDOS EEB".
           02 filler pic x(40) value
           "PERDA = PERDIDO NAO REPOSTO".
       01 linha-titulo-secao.
           02 filler pic x(03) value "== ".
           02 titulo-secao-e pic x(50).
       01 linha-cab-ped.
           02 filler pic x(06)  value "NUMERO".
           02 filler pic x(01)  value space.
           02 filler pic x(13)  value "ISBN".
           02 filler pic x(01)  value space.
           02 filler pic x(30)  value "TITULO".
           02 filler pic x(01)  value space.
           02 filler pic x(20)  value "FORNECEDOR".
           02 filler pic x(01)  value space.
           02 filler pic x(05)  value " QTDE".
           02 filler pic x(01)  value space.
           02 filler pic x(05)  value "RECEB".
           02 filler pic x(01)  value space.
           02 filler pic x(08)  value "  UNIT.".
           02 filler pic x(01)  value space.
           02 filler pic x(12)  value "    PENDENTE".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "DATA".
       01 linha-det-ped.
           02 num-ped-det    pic ZZZZZ9.
           02 filler         pic x(01) value space.
           02 isbn-ped-det   pic x(13).
           02 filler         pic x(01) value space.
           02 titulo-ped-det pic x(30).
           02 filler         pic x(01) value space.
           02 fornec-ped-det pic x(20).
           02 filler         pic x(01) value space.
           02 qtde-ped-det   pic ZZZZ9.
           02 filler         pic x(01) value space.
           02 receb-ped-det  pic ZZZZ9.
           02 filler         pic x(01) value space.
           02 preco-ped-det  pic Z.ZZ9,99.
           02 filler         pic x(01) value space.
           02 valor-ped-det  pic Z.ZZZ.ZZ9,99.
           02 filler         pic x(01) value space.
           02 dd-ped-det     pic 99.
           02 filler         pic x value "/".
           02 mm-ped-det     pic 99.
           02 filler         pic x value "/".
           02 aa-ped-det     pic 9999.
       01 linha-resumo.
           02 texto-resumo-e  pic x(52).
           02 valor-resumo-e  pic ZZZZ9.
       01 linha-orcamento.
           02 texto-orc-e     pic x(52).
           02 valor-orc-e     pic -Z.ZZZ.ZZ9,99.
       01 linha-ano-orc.
           02 filler pic x(36) value
           "ORCAMENTO DE AQUISICAO DO ANO".
           02 ano-orc-e pic 9999.

       procedure division.
       inicio.
           move function current-date to data-sis.
           move dia   to dd-e.
           move mes   to mm-e.
           move ano-s to aa-e.
           perform recebe-minimo until minimo-ill-w not = zero.
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform imprime-cabecalho.
           perform seleciona-sugestoes.
           perform imprime-pedidos.
           perform imprime-orcamento.
           perform fecha-arquivos.
           perform marca-fim.
           display "Relatorio gravado em SUGESTOES.LST".
           display "Sugestoes gravadas em SUGESTOES.DAT".
           display "Sugestoes: "       contador-sugestoes.
           display "Exemplares: "      contador-exemplares.
           display "Pedidos abertos: " contador-abertos.
           stop run.
       recebe-minimo.
           display "Minimo de pedidos EEB por titulo (01-99): "
           with no advancing.
           accept minimo-ill-w.
           if minimo-ill-w not numeric or minimo-ill-w = zero
               display "Quantidade invalida."
               move zero to minimo-ill-w.
       abre-arquivos.
           open input bblivros.
           if st not = "00"
               display "ERRO AO ABRIR BBLIVROS. STATUS = " st
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
           open input bbcompras.
           if st-cmp not = "00"
               display "AVISO: BBCOMPRAS INDISPONIVEL. STATUS = "
                       st-cmp
               move 's' to sem-compras.
           open input bborcam.
           if st-orc not = "00"
               display "AVISO: BBORCAM INDISPONIVEL. STATUS = " st-orc
               move 's' to sem-orcamento.
           open output sugestoes.
           if st-sug not = "00"
               display "ERRO AO ABRIR SUGESTOES. STATUS = " st-sug
               stop run.
           open output relsug.
           if st-rel not = "00"
               display "ERRO AO ABRIR SUGESTOES.LST. STATUS = " st-rel
               stop run.
       imprime-cabecalho.
           move data-e to data-cab-e.
           write linha-rel from linha-cabecalho-1.
           write linha-rel from linha-cabecalho-2.
           move minimo-ill-w to minimo-cab-e.
           write linha-rel from linha-cabecalho-3.
           write linha-rel from linha-legenda.
           move spaces to linha-rel.
           write linha-rel.
           write linha-rel from linha-cab-det.
       seleciona-sugestoes.
           sort classifica on ascending key isbn-class tombo-class
               input procedure le-fontes
               output procedure avalia-titulos.
       le-fontes.
           perform le-acervo.
           if sem-reservas not = 's'
               perform le-reservas.
           if sem-ill not = 's'
               perform le-pedidos-ill.
           if sem-compras not = 's'
               perform le-compras.
       le-acervo.
           move 'n' to fim-leit.
           move zeros to tombo.
           start bblivros key is not less than tombo
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-livro.
           perform libera-livro until fim-leit = 's'.
       ler-livro.
           if fim-leit not = 's'
               read bblivros next record
                   at end
                       move 's' to fim-leit
               end-read.
       libera-livro.
           add 1 to contador-livros.
           if isbn not = spaces
               move isbn           to isbn-class
               move tombo          to tombo-class
               move 'l'            to fonte-class
               move situacao-livro to situacao-class
               move 1              to qtde-class
               move titulo         to titulo-class
               move preco          to preco-class
               release reg-class.
           perform ler-livro.
       le-reservas.
           move 'n' to fim-leit.
           move zeros to num-reserva.
           start bbreservas key is not less than num-reserva
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-reserva.
           perform libera-reserva until fim-leit = 's'.
       ler-reserva.
           if fim-leit not = 's'
               read bbreservas next record
                   at end
                       move 's' to fim-leit
               end-read.
       libera-reserva.
           if situacao-res = 'a'
               add 1 to contador-reservas
               move spaces to titulo-class
               move isbn-res to isbn-class
               if isbn-res = spaces
                   move tombo-res to tombo
                   read bblivros key is tombo
                       invalid key
                           continue
                       not invalid key
                           move isbn   to isbn-class
                           move titulo to titulo-class
                   end-read
               end-if
               if isbn-class = spaces
                   add 1 to contador-res-sem-isbn
               else
                   move zeros  to tombo-class
                   move 'r'    to fonte-class
                   move space  to situacao-class
                   move 1      to qtde-class
                   move zeros  to preco-class
                   release reg-class.
           perform ler-reserva.
       le-pedidos-ill.
           move 'n' to fim-leit.
           move zeros to num-ill.
           start bbill key is not less than num-ill
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-ill.
           perform libera-ill until fim-leit = 's'.
       ler-ill.
           if fim-leit not = 's'
               read bbill next record
                   at end
                       move 's' to fim-leit
               end-read.
       libera-ill.
           if tipo-ill = 'p' and situacao-ill not = 'c' and
              isbn-ill not = spaces
               add 1 to contador-ill
               move isbn-ill   to isbn-class
               move zeros      to tombo-class
               move 'e'        to fonte-class
               move space      to situacao-class
               move 1          to qtde-class
               move titulo-ill to titulo-class
               move zeros      to preco-class
               release reg-class.
           perform ler-ill.
       le-compras.
           move 'n' to fim-leit.
           move zeros to num-compra.
           start bbcompras key is not less than num-compra
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-compra.
           perform libera-compra until fim-leit = 's'.
       ler-compra.
           if fim-leit not = 's'
               read bbcompras next record
                   at end
                       move 's' to fim-leit
               end-read.
       libera-compra.
           if situacao-compra = 'o' and isbn-compra not = spaces and
              qtde-compra > qtde-recebida
               move isbn-compra   to isbn-class
               move zeros         to tombo-class
               move 'o'           to fonte-class
               move space         to situacao-class
               compute qtde-class = qtde-compra - qtde-recebida
               move titulo-compra to titulo-class
               move preco-compra  to preco-class
               release reg-class.
           perform ler-compra.
       avalia-titulos.
           move high-values to isbn-ant.
           move 'n' to fim-class.
           perform retorna-fonte.
           perform acumula-fonte until fim-class = 's'.
           if isbn-ant not = high-values
               perform fecha-titulo.
       retorna-fonte.
           return classifica
               at end
                   move 's' to fim-class
           end-return.
       acumula-fonte.
           if isbn-class not = isbn-ant
               if isbn-ant not = high-values
                   perform fecha-titulo
               end-if
               perform abre-titulo.
           if titulo-grupo-w = spaces
               move titulo-class to titulo-grupo-w.
           evaluate fonte-class
           when 'l'
               perform acumula-livro
           when 'r'
               add qtde-class to fila-w
           when 'e'
               add qtde-class to ill-w
           when 'o'
               add qtde-class to em-pedido-w
               if preco-grupo-w = zero
                   move preco-class to preco-grupo-w
               end-if
           end-evaluate.
           perform retorna-fonte.
       acumula-livro.
           evaluate situacao-class
           when space
               add 1 to ativos-w
               if perdidos-w > zero
                   subtract 1 from perdidos-w
               end-if
           when 'p'
               add 1 to perdidos-w
           end-evaluate.
           if preco-class not = zero
               move preco-class to preco-grupo-w.
           if titulo-class not = spaces
               move titulo-class to titulo-grupo-w.
       abre-titulo.
           move isbn-class to isbn-ant.
           move spaces to titulo-grupo-w.
           move zero to preco-grupo-w.
           move zero to fila-w ativos-w ill-w perdidos-w em-pedido-w.
       fecha-titulo.
           move zero to necessidade-w.
           move spaces to motivo-w.
           move 1 to ptr-motivo.
           if fila-w > ativos-w
               compute necessidade-w = fila-w - ativos-w
               add 1 to contador-por-fila
               string "FILA " delimited by size
                   into motivo-w with pointer ptr-motivo.
           if ill-w >= minimo-ill-w and ativos-w = zero
               if necessidade-w < 1
                   move 1 to necessidade-w
               end-if
               add 1 to contador-por-ill
               string "EEB " delimited by size
                   into motivo-w with pointer ptr-motivo.
           if perdidos-w > zero
               if necessidade-w < perdidos-w
                   move perdidos-w to necessidade-w
               end-if
               add 1 to contador-por-perda
               string "PERDA" delimited by size
                   into motivo-w with pointer ptr-motivo.
           if necessidade-w > em-pedido-w
               compute sugerida-w = necessidade-w - em-pedido-w
               perform grava-sugestao.
       grava-sugestao.
           add 1 to contador-sugestoes.
           add sugerida-w to contador-exemplares.
           move isbn-ant       to isbn-sug.
           move titulo-grupo-w to titulo-sug.
           move sugerida-w     to qtde-sug.
           move preco-grupo-w  to preco-sug.
           move motivo-w       to motivo-sug.
           write reg-sugestao.
           move isbn-ant       to isbn-det.
           move titulo-grupo-w to titulo-det.
           move fila-w         to fila-det.
           move ativos-w       to ativos-det.
           move ill-w          to ill-det.
           move perdidos-w     to perdidos-det.
           move em-pedido-w    to em-pedido-det.
           move sugerida-w     to sugerida-det.
           move preco-grupo-w  to preco-det.
           move motivo-w       to motivo-det.
           write linha-rel from linha-det.
       imprime-pedidos.
           move spaces to linha-rel.
           write linha-rel.
           move "SUGESTOES:" to texto-resumo-e.
           move contador-sugestoes to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "  POR FILA DE RESERVAS:" to texto-resumo-e.
           move contador-por-fila to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "  POR PEDIDOS EEB:" to texto-resumo-e.
           move contador-por-ill to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "  POR PERDAS NAO REPOSTAS:" to texto-resumo-e.
           move contador-por-perda to valor-resumo-e.
           write linha-rel from linha-resumo.
           move "EXEMPLARES SUGERIDOS:" to texto-resumo-e.
           move contador-exemplares to valor-resumo-e.
           write linha-rel from linha-resumo.
           if contador-res-sem-isbn not = zero
               move "RESERVAS SEM ISBN (FORA DA ANALISE):"
                   to texto-resumo-e
               move contador-res-sem-isbn to valor-resumo-e
               write linha-rel from linha-resumo
           end-if.
           move spaces to linha-rel.
           write linha-rel.
           move "PEDIDOS DE COMPRA EM ABERTO" to titulo-secao-e.
           write linha-rel from linha-titulo-secao.
           write linha-rel from linha-cab-ped.
           if sem-compras not = 's'
               move 'n' to fim-leit
               move zeros to num-compra
               start bbcompras key is not less than num-compra
                   invalid key
                       move 's' to fim-leit
               end-start
               perform ler-compra
               perform examina-pedido until fim-leit = 's'.
           move "TOTAL DE PEDIDOS EM ABERTO:" to texto-resumo-e.
           move contador-abertos to valor-resumo-e.
           write linha-rel from linha-resumo.
       examina-pedido.
           if aa-compra = ano-s
               perform soma-orcamento.
           if situacao-compra = 'o'
               perform imprime-pedido.
           perform ler-compra.
       soma-orcamento.
           compute valor-w = qtde-recebida * preco-compra.
           add valor-w to valor-realizado-w.
           if situacao-compra = 'o' and qtde-compra > qtde-recebida
               compute valor-w = (qtde-compra - qtde-recebida) *
                   preco-compra
               add valor-w to valor-aberto-w.
       imprime-pedido.
           add 1 to contador-abertos.
           move num-compra        to num-ped-det.
           move isbn-compra       to isbn-ped-det.
           move titulo-compra     to titulo-ped-det.
           move fornecedor-compra to fornec-ped-det.
           move qtde-compra       to qtde-ped-det.
           move qtde-recebida     to receb-ped-det.
           move preco-compra      to preco-ped-det.
           compute valor-w = (qtde-compra - qtde-recebida) *
               preco-compra.
           move valor-w           to valor-ped-det.
           move dd-compra         to dd-ped-det.
           move mm-compra         to mm-ped-det.
           move aa-compra         to aa-ped-det.
           write linha-rel from linha-det-ped.
       imprime-orcamento.
           move spaces to linha-rel.
           write linha-rel.
           move ano-s to ano-orc-e.
           write linha-rel from linha-ano-orc.
           move zero to valor-orc.
           if sem-orcamento not = 's'
               move ano-s to ano-orc
               read bborcam key is ano-orc
                   invalid key
                       move zero to valor-orc
                   not invalid key
                       move 's' to achou-orc
               end-read.
           if achou-orc not = 's'
               move "ORCAMENTO NAO CADASTRADO PARA O ANO"
                   to texto-resumo-e
               move zero to valor-resumo-e
               write linha-rel from linha-resumo.
           compute saldo-orc-w = valor-orc - valor-realizado-w -
               valor-aberto-w.
           move "ORCAMENTO ANUAL:" to texto-orc-e.
           move valor-orc to valor-orc-e.
           write linha-rel from linha-orcamento.
           move "REALIZADO (EXEMPLARES RECEBIDOS):" to texto-orc-e.
           move valor-realizado-w to valor-orc-e.
           write linha-rel from linha-orcamento.
           move "COMPROMETIDO (PEDIDOS EM ABERTO):" to texto-orc-e.
           move valor-aberto-w to valor-orc-e.
           write linha-rel from linha-orcamento.
           move "SALDO DISPONIVEL:" to texto-orc-e.
           move saldo-orc-w to valor-orc-e.
           write linha-rel from linha-orcamento.
       fecha-arquivos.
           close bblivros.
           if sem-reservas not = 's'
               close bbreservas.
           if sem-ill not = 's'
               close bbill.
           if sem-compras not = 's'
               close bbcompras.
           if sem-orcamento not = 's'
               close bborcam.
           close sugestoes.
           close relsug.
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
                      job-ctl not = "LIBCON24"
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON24" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON24" to job-ctl.
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
           move "LIBCON24" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   move 'n' to ativo-ctl
                   move contador-livros to registros-ctl
                   move zero to checkpoint-ctl
                   rewrite registro-controle
           end-read.
           close runctl.
       end program LIBCON24.
