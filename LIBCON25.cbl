       identification division.
       program-id. LIBCON25 as "LIBCON25".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bbcompsel.
           copy bborcsel.
           copy bbopersel.
           copy runctlsel.
           select transacoes
           assign to disk
           organization line sequential
           file status is st-log.
           select compraseq
           assign to disk
           organization line sequential
           file status is st-seq.
           select sugestoes
           assign to disk
           organization line sequential
           file status is st-sug.

       data division.
       file section.
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
           fd bboperadores
           label record standard
           data record is operador
           value of file-id is "BBOPERAD.DAT".
           copy operad.
           fd runctl
           label record standard
           data record is registro-controle
           value of file-id is "RUNCTL.DAT".
           copy runctl.
           fd transacoes
           label record standard
           data record is log-transacao
           value of file-id is "TRANSACOES.DAT".
           copy translog.
           fd compraseq
           label record standard
           data record is registro-compraseq
           value of file-id is "COMPRASEQ.DAT".
       01 registro-compraseq pic 9(06).
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

       working-storage section.
       01 st-cmp pic xx.
       01 st-orc pic xx.
       01 st-ope pic xx.
       01 st-ctl pic xx.
       01 st-log pic xx.
       01 st-seq pic xx.
       01 st-sug pic xx.
       01 fim-ctl pic a value 'n'.
       01 conflito-w pic a value 'n'.
       01 job-conflito-w pic x(08) value spaces.
       01 op    pic 9 value zero.
       01 vld   pic aa value 'n'.
       01 sav   pic a.
       01 cont  pic a.
       01 prox  pic a.
       01 livre-w pic a.
       01 oper-vazio pic a value 'n'.
       01 operador-w pic x(08) value spaces.
       01 nivel-w pic 9 value zero.
       01 senha-w pic x(08) value spaces.
       01 fim-sug    pic a value 'n'.
       01 fim-compra pic a value 'n'.
       01 achou-orc  pic a value 'n'.
       01 orc-ok     pic a value 'n'.
       01 seq-compra-w pic 9(06) value zero.
       01 num-compra-w pic 9(06) value zero.
       01 num-compra-e pic ZZZZZ9.
       01 isbn-compra-w pic x(13) value spaces.
       01 titulo-compra-w pic x(30) value spaces.
       01 fornecedor-compra-w pic x(20) value spaces.
       01 qtde-compra-w pic 9(03) value zero.
       01 qtde-compra-e pic ZZ9.
       01 preco-compra-w pic 9(04)v99 value zero.
       01 preco-compra-e pic $.$$9,99.
       01 em-pedido-w pic 9(04) value zero.
       01 em-pedido-e pic ZZZ9.
       01 valor-pedido-w pic 9(07)v99 value zero.
       01 valor-e pic $.$$$.$$9,99.
       01 saldo-e pic $.$$$.$$9,99-.
       01 valor-log-e pic Z.ZZZ.ZZ9,99.
       01 ano-orc-w pic 9999 value zero.
       01 valor-orc-w pic 9(07)v99 value zero.
       01 valor-orc-antigo-w pic 9(07)v99 value zero.
       01 valor-orc-e pic $.$$$.$$9,99.
       01 valor-realizado-w pic 9(07)v99 value zero.
       01 valor-aberto-w pic 9(07)v99 value zero.
       01 saldo-orc-w pic s9(07)v99 value zero.
       01 valor-item-w pic 9(07)v99 value zero.
       01 msg-blank pic a(60) value spaces.
       01 data-sis.
           02 ano-s pic 9999.
           02 mes   pic 99.
           02 dia   pic 99.
       01 data-compra-e.
           02 dd-compra-e pic 99.
           02 filler      pic x value "/".
           02 mm-compra-e pic 99.
           02 filler      pic x value "/".
           02 aa-compra-e pic 9999.
       01 meses-ano.
           02 pic x(10) value "Janeiro".
           02 pic x(10) value "Fevereiro".
           02 pic x(10) value "Marco".
           02 pic x(10) value "Abril".
           02 pic x(10) value "Maio".
           02 pic x(10) value "Junho".
           02 pic x(10) value "Julho".
           02 pic x(10) value "Agosto".
           02 pic x(10) value "Setembro".
           02 pic x(10) value "Outubro".
           02 pic x(10) value "Novembro".
           02 pic x(10) value "Dezembro".
       01 tabela-meses redefines meses-ano.
           02 mes-t pic x(10) occurs 12 times.
       screen section.
       01 menu-compras foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "    Controle de Aquisicoes".
           02 line 04 col 33 value "         Menu Principal"
           foreground-color 11.
           02 line 06 col 33 value "  1 - Aprovar Sugestoes"
           foreground-color 11.
           02 line 07 col 33 value "  2 - Registrar Pedido"
           foreground-color 11.
           02 line 08 col 33 value "  3 - Cancelar Pedido"
           foreground-color 11.
           02 line 09 col 33 value "  4 - Consultar Pedido"
           foreground-color 11.
           02 line 10 col 33 value "  5 - Orcamento Anual"
           foreground-color 11.
           02 line 11 col 33 value "  0 - Sair"
           foreground-color 11.
           02 line 13 col 33 value "  Digite uma opcao [ ]"
           foreground-color 11.
       01 tela-compra foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "    Controle de Aquisicoes".
           02 campos foreground-color 11.
               03 line 06 col 01 value "         ISBN:".
               03 line 07 col 01 value "       TITULO:".
               03 line 08 col 01 value "   FORNECEDOR:".
               03 line 09 col 01 value "   QUANTIDADE:".
               03 line 10 col 01 value "  PRECO UNIT.:".
       01 tela-compra-numero foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "    Controle de Aquisicoes".
           02 line 06 col 01 value "   PEDIDO NUM:" foreground-color 11.
       01 tela-orcamento foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "    Controle de Aquisicoes".
           02 line 04 col 33 value "        ORCAMENTO ANUAL"
           foreground-color 11.
           02 campos foreground-color 11.
               03 line 06 col 01 value "          ANO:".
               03 line 07 col 01 value "    ORCAMENTO:".
               03 line 08 col 01 value "    REALIZADO:".
               03 line 09 col 01 value " COMPROMETIDO:".
               03 line 10 col 01 value "        SALDO:".
       01 tela-encerra foreground-color 14.
           02 blank screen.
           02 line 05 col 33 value "FIM DE PROGRAMA".
           02 line 06 col 33 value space.

       procedure division.
       inicio.
           move function current-date to data-sis.
           perform abre-controle.
           perform verifica-concorrencia.
           perform abre-arquivos.
           perform marca-inicio.
           if operador-w = spaces
               perform identifica-operador until vld = 's'.
           perform menu-principal.
           perform recebe-opcao.
       identifica-operador.
           initialize vld.
           display " " at 0101 erase eos.
           perform verifica-oper-vazio.
           if oper-vazio = 's'
               display "Nenhum operador cadastrado. Utilize o LIBCON01"
               at 0801 foreground-color 12
               display "para o cadastro inicial de supervisor." at 0901
               foreground-color 12
               perform fecha-tudo
               stop run
           else
               perform logon-operador.
       verifica-oper-vazio.
           move 'n' to oper-vazio.
           move spaces to matricula-oper.
           start bboperadores key is not less than matricula-oper
               invalid key
                   move 's' to oper-vazio
               not invalid key
                   read bboperadores next record
                       at end
                           move 's' to oper-vazio
                   end-read
           end-start.
       logon-operador.
           display "OPERADOR (matricula):" at 1001 foreground-color 11.
           accept operador-w at 1023 with prompt auto foreground-color
           14.
           evaluate operador-w
           when spaces
               display "Operador invalido. Verifique e redigite" at
               1801 foreground-color 12
           when other
               perform verifica-senha.
       verifica-senha.
           move operador-w to matricula-oper.
           read bboperadores key is matricula-oper
               invalid key
                   display "Operador nao cadastrado." at 1801
                   foreground-color 12
                   move spaces to operador-w
               not invalid key
                   perform confere-senha.
       confere-senha.
           if situacao-oper not = 'a'
               display "Operador desativado." at 1801
               foreground-color 12
               move spaces to operador-w
           else
               display "               SENHA:" at 1201
               foreground-color 11
               accept senha-w at 1223 with secure
               if senha-w = senha-oper
                   move nivel-oper to nivel-w
                   move 's' to vld
               else
                   display "Senha invalida." at 1801
                   foreground-color 12
                   move spaces to operador-w.
       abre-arquivos.
           open i-o bbcompras.
           if st-cmp = "35"
               open output bbcompras
               close bbcompras
               open i-o bbcompras.
           if st-cmp not = "00"
               display " " at 0101 erase eos
               display "ERRO DE ARQUIVO" at 0533 foreground-color 12
               stop run.
           open i-o bborcam.
           if st-orc = "35"
               open output bborcam
               close bborcam
               open i-o bborcam.
           if st-orc not = "00"
               display " " at 0101 erase eos
               display "ERRO DE ARQUIVO" at 0533 foreground-color 12
               stop run.
           open input bboperadores.
           if st-ope = "35"
               open output bboperadores
               close bboperadores
               open input bboperadores.
       fecha-tudo.
           close bbcompras.
           close bborcam.
           close bboperadores.
           close runctl.
       abre-transacoes.
           open extend transacoes.
           if st-log = "35"
               open output transacoes.
       escreve-log-compra.
           perform abre-transacoes.
           move zeros      to tombo-log.
           move operador-w to operador-log.
           move dia        to dd-log.
           move mes        to mm-log.
           move ano-s      to aa-log.
           write log-transacao.
           close transacoes.
       menu-principal.
           display menu-compras at 0101.
           perform exibe-data.
       exibe-data.
           display dia at 0109.
           display mes-t(mes) at 0115.
           display ano-s at 0129.
       recebe-opcao.
           accept op at 1353 with prompt auto.
           evaluate op
           when 1
               perform aprovar-sugestoes
           when 2
               perform registrar-compra
           when 3
               perform cancelar-compra
           when 4
               perform consultar-compra
           when 5
               perform checa-nivel-orcamento
           when 0
               perform fim
           when other
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12
               perform recebe-opcao.
       checa-nivel-orcamento.
           if nivel-w = 2
               perform orcamento-anual
           else
               display "Opcao restrita ao supervisor." at 1801
               foreground-color 12
               perform recebe-opcao.

      *******************  APROVACAO DE SUGESTOES  *********************
       aprovar-sugestoes.
           open input sugestoes.
           if st-sug not = "00"
               display msg-blank at 1801
               display "Sugestoes indisponiveis. Execute o LIBCON24."
               at 1801 foreground-color 12
               perform continua-compra
           else
               move 'n' to fim-sug
               perform ler-sugestao
               perform apresenta-sugestao until fim-sug = 's'
               close sugestoes
               display " " at 0101 erase eos
               perform menu-principal
               display "Fim das sugestoes." at 1801
               foreground-color 10
               perform recebe-opcao.
       ler-sugestao.
           read sugestoes
               at end
                   move 's' to fim-sug
           end-read.
       apresenta-sugestao.
           initialize vld sav prox.
           move isbn-sug   to isbn-compra-w.
           move titulo-sug to titulo-compra-w.
           display tela-compra at 0101.
           perform exibe-data.
           display "    APROVACAO DE SUGESTOES" at 0433 with
           foreground-color 11.
           display isbn-compra-w at 0616 with foreground-color 10.
           display titulo-compra-w at 0716 with foreground-color 10.
           display "       MOTIVO:" at 1301 with foreground-color 11.
           display motivo-sug at 1316 with foreground-color 10.
           display "     SUGERIDO:" at 1401 with foreground-color 11.
           move qtde-sug to qtde-compra-e.
           display qtde-compra-e at 1416 with foreground-color 10.
           display "PRECO REF.:" at 1430 with foreground-color 11.
           move preco-sug to preco-compra-e.
           display preco-compra-e at 1442 with foreground-color 10.
           perform conta-em-pedido.
           display " JA EM PEDIDO:" at 1501 with foreground-color 11.
           move em-pedido-w to em-pedido-e.
           display em-pedido-e at 1516 with foreground-color 10.
           perform decide-sugestao.
           if fim-sug not = 's'
               perform ler-sugestao.
       decide-sugestao.
           display msg-blank at 1801.
           display "Aprovar esta sugestao? (s/n/f=fim) [ ]" at 1801
           with foreground-color 10.
           accept sav at 1837 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform aprova-sugestao
               perform pergunta-proxima until prox = 's' or
               prox = 'n'
           when 'n'
           when 'N'
               continue
           when 'f'
           when 'F'
               move 's' to fim-sug
           when other
               perform decide-sugestao.
       aprova-sugestao.
           initialize vld.
           perform valida-fornecedor until vld = 's'.
           initialize vld.
           perform valida-qtde-compra until vld = 's'.
           initialize vld.
           perform valida-preco-compra until vld = 's'.
           perform confere-orcamento.
           if orc-ok = 's'
               perform confirma-compra.
       pergunta-proxima.
           display "Proxima sugestao? (s/n) [ ]" at 1901
           foreground-color 10.
           accept prox at 1926 with prompt auto.
           evaluate prox
           when 's'
           when 'S'
               move 's' to prox
           when 'n'
           when 'N'
               move 'n' to prox
               move 's' to fim-sug
           when other
               display "Opcao invalida. Verifique e redigite" at 1901
               foreground-color 12.

      *******************  REGISTRO DE PEDIDO DE COMPRA  ***************
       registrar-compra.
           initialize vld sav cont pedido-compra.
           move spaces to isbn-compra-w titulo-compra-w.
           display tela-compra at 0101.
           perform exibe-data.
           display "  REGISTRO DE PEDIDO DE COMPRA" at 0433 with
           foreground-color 11.
           initialize vld.
           perform valida-isbn-compra until vld = 's'.
           initialize vld.
           perform valida-titulo-compra until vld = 's'.
           perform conta-em-pedido.
           if em-pedido-w not = zero
               display " JA EM PEDIDO:" at 1501 with foreground-color
               11
               move em-pedido-w to em-pedido-e
               display em-pedido-e at 1516 with foreground-color 10.
           initialize vld.
           perform valida-fornecedor until vld = 's'.
           initialize vld.
           perform valida-qtde-compra until vld = 's'.
           initialize vld.
           perform valida-preco-compra until vld = 's'.
           perform confere-orcamento.
           if orc-ok = 's'
               perform confirma-compra.
           perform continua-compra.
       valida-isbn-compra.
           accept isbn-compra-w at 0616 with prompt auto
           foreground-color 14.
           evaluate isbn-compra-w
           when space
           when spaces
               display "ISBN invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-titulo-compra.
           accept titulo-compra-w at 0716 with prompt auto
           foreground-color 14.
           evaluate titulo-compra-w
           when space
           when spaces
               display "Titulo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-fornecedor.
           accept fornecedor-compra-w at 0816 with prompt auto
           foreground-color 14.
           evaluate fornecedor-compra-w
           when space
           when spaces
               display "Fornecedor invalido. Verifique e redigite" at
               1801 foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-qtde-compra.
           accept qtde-compra-w at 0916 with prompt auto
           foreground-color 14.
           evaluate qtde-compra-w
           when zero
           when zeros
               display "Quantidade invalida. Verifique e redigite" at
               1801 foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-preco-compra.
           accept preco-compra-e at 1016 with prompt auto
           foreground-color 14.
           move preco-compra-e to preco-compra-w.
           evaluate preco-compra-w
           when zero
           when zeros
               display "Preco invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       confere-orcamento.
           move 'n' to orc-ok.
           move ano-s to ano-orc-w.
           perform calcula-saldo.
           compute valor-pedido-w = qtde-compra-w * preco-compra-w.
           display "  VALOR TOTAL:" at 1101 with foreground-color 11.
           move valor-pedido-w to valor-e.
           display valor-e at 1116 with foreground-color 10.
           display " SALDO ORCAM.:" at 1201 with foreground-color 11.
           move saldo-orc-w to saldo-e.
           display saldo-e at 1216 with foreground-color 10.
           display msg-blank at 1801.
           evaluate true
           when achou-orc not = 's'
               display "Orcamento do ano nao cadastrado. Pedido nao "
               "permitido." at 1801 foreground-color 12
           when valor-pedido-w > saldo-orc-w
               display "Orcamento insuficiente. Pedido nao permitido."
               at 1801 foreground-color 12
           when other
               move 's' to orc-ok
           end-evaluate.
       confirma-compra.
           display msg-blank at 1801.
           display "Confirma o registro do pedido? (s/n) [ ]" at 1801
           with foreground-color 10.
           accept sav at 1839 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform grava-compra
           when 'n'
           when 'N'
               display msg-blank at 1801
           when other
               perform confirma-compra.
       grava-compra.
           perform gera-num-compra.
           move seq-compra-w        to num-compra.
           move isbn-compra-w       to isbn-compra.
           move titulo-compra-w     to titulo-compra.
           move fornecedor-compra-w to fornecedor-compra.
           move qtde-compra-w       to qtde-compra.
           move preco-compra-w      to preco-compra.
           move 'o'                 to situacao-compra.
           move ano-s to aa-compra.
           move mes   to mm-compra.
           move dia   to dd-compra.
           move zeros to qtde-recebida.
           initialize data-recebida.
           move operador-w          to operador-compra.
           write pedido-compra.
           evaluate st-cmp
           when "00"
               move num-compra to num-compra-e
               display msg-blank at 1801
               display "Pedido registrado sob o numero" at 1801
               foreground-color 10
               display num-compra-e at 1832 foreground-color 10
               move "COMPRA" to operacao-log
               move "ISBN" to campo-log
               move spaces to valor-antigo-log
               move isbn-compra-w to valor-novo-log
               perform escreve-log-compra
           when other
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run
           end-evaluate.
       gera-num-compra.
           move zero to seq-compra-w.
           open input compraseq.
           if st-seq = "00"
               read compraseq
                   at end
                       move zero to seq-compra-w
                   not at end
                       move registro-compraseq to seq-compra-w
               end-read
               close compraseq.
           add 1 to seq-compra-w.
           initialize livre-w.
           perform verifica-compra-livre until livre-w = 's'.
           move seq-compra-w to registro-compraseq.
           open output compraseq.
           write registro-compraseq.
           close compraseq.
       verifica-compra-livre.
           move seq-compra-w to num-compra.
           read bbcompras key is num-compra
               invalid key
                   move 's' to livre-w
               not invalid key
                   add 1 to seq-compra-w.

      *******************  CANCELAMENTO DE PEDIDO  *********************
       cancelar-compra.
           initialize vld sav cont pedido-compra.
           display tela-compra-numero at 0101.
           perform exibe-data.
           display "    CANCELAMENTO DE PEDIDO" at 0433 with
           foreground-color 11.
           perform busca-compra until vld = 's'.
           if situacao-compra not = 'o'
               display msg-blank at 1801
               display "Somente pedidos em aberto podem ser "
               "cancelados." at 1801 foreground-color 12
               perform continua-compra
           else
               perform confirma-cancelamento
               perform continua-compra.
       confirma-cancelamento.
           display msg-blank at 1801.
           display "Confirma o cancelamento? (s/n) [ ]" at 1801
           with foreground-color 10.
           accept sav at 1833 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               move 'c' to situacao-compra
               rewrite pedido-compra
               if st-cmp not = "00"
                   display msg-blank at 1801
                   display "ERRO DE GRAVACAO!" at 1801
                   foreground-color 12
                   perform fecha-tudo
                   stop run
               end-if
               move "COMPRA-CAN" to operacao-log
               move "ISBN" to campo-log
               move isbn-compra to valor-antigo-log
               move spaces to valor-novo-log
               perform escreve-log-compra
               display msg-blank at 1801
               display "Pedido cancelado." at 1801 foreground-color 10
           when 'n'
           when 'N'
               continue
           when other
               perform confirma-cancelamento.

      *******************  CONSULTA DE PEDIDO  *************************
       consultar-compra.
           initialize vld sav cont pedido-compra.
           display tela-compra-numero at 0101.
           perform exibe-data.
           display "      CONSULTA DE PEDIDO" at 0433 with
           foreground-color 11.
           perform busca-compra until vld = 's'.
           perform continua-compra.

      *******************  ROTINAS COMUNS DE PEDIDO  *******************
       busca-compra.
           accept num-compra-w at 0616 with prompt auto
           foreground-color 14.
           evaluate num-compra-w
           when zero
           when zeros
               display msg-blank at 1801
               display "Numero invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               move num-compra-w to num-compra
               read bbcompras key is num-compra
                   invalid key
                       display msg-blank at 1801
                       display "Pedido nao encontrado" at 1801 with
                       foreground-color 12
                   not invalid key
                       display msg-blank at 1801
                       perform exibe-compra
                       move 's' to vld.
       exibe-compra.
           display "         ISBN:" at 0701 with foreground-color 11.
           display isbn-compra at 0716 with foreground-color 10.
           display "       TITULO:" at 0801 with foreground-color 11.
           display titulo-compra at 0816 with foreground-color 10.
           display "   FORNECEDOR:" at 0901 with foreground-color 11.
           display fornecedor-compra at 0916 with foreground-color 10.
           display "   QUANTIDADE:" at 1001 with foreground-color 11.
           move qtde-compra to qtde-compra-e.
           display qtde-compra-e at 1016 with foreground-color 10.
           display "    RECEBIDOS:" at 1101 with foreground-color 11.
           move qtde-recebida to qtde-compra-e.
           display qtde-compra-e at 1116 with foreground-color 10.
           display "  PRECO UNIT.:" at 1201 with foreground-color 11.
           move preco-compra to preco-compra-e.
           display preco-compra-e at 1216 with foreground-color 10.
           display "  DATA PEDIDO:" at 1301 with foreground-color 11.
           move dd-compra to dd-compra-e.
           move mm-compra to mm-compra-e.
           move aa-compra to aa-compra-e.
           display data-compra-e at 1316 with foreground-color 10.
           display "     SITUACAO:" at 1401 with foreground-color 11.
           evaluate situacao-compra
           when 'o'
               display "EM ABERTO" at 1416 with foreground-color 10
           when 'r'
               display "RECEBIDO" at 1416 with foreground-color 10
           when 'c'
               display "CANCELADO" at 1416 with foreground-color 10
           end-evaluate.
           if data-recebida not = zeros
               display " ULT. RECEB.:" at 1501 with foreground-color
               11
               move dd-receb to dd-compra-e
               move mm-receb to mm-compra-e
               move aa-receb to aa-compra-e
               display data-compra-e at 1516 with foreground-color 10.
       conta-em-pedido.
           move zero to em-pedido-w.
           move 'n' to fim-compra.
           move isbn-compra-w to isbn-compra.
           start bbcompras key is equal to isbn-compra
               invalid key
                   move 's' to fim-compra
           end-start.
           perform soma-em-pedido until fim-compra = 's'.
       soma-em-pedido.
           read bbcompras next record
               at end
                   move 's' to fim-compra
               not at end
                   if isbn-compra not = isbn-compra-w
                       move 's' to fim-compra
                   else
                       if situacao-compra = 'o' and
                          qtde-compra > qtde-recebida
                           compute em-pedido-w = em-pedido-w +
                               qtde-compra - qtde-recebida
                       end-if
                   end-if
           end-read.
       calcula-saldo.
           move zero to valor-orc-w valor-realizado-w valor-aberto-w.
           move 'n' to achou-orc.
           move ano-orc-w to ano-orc.
           read bborcam key is ano-orc
               invalid key
                   continue
               not invalid key
                   move valor-orc to valor-orc-w
                   move 's' to achou-orc
           end-read.
           move 'n' to fim-compra.
           move zeros to num-compra.
           start bbcompras key is not less than num-compra
               invalid key
                   move 's' to fim-compra
           end-start.
           perform soma-compra until fim-compra = 's'.
           compute saldo-orc-w = valor-orc-w - valor-realizado-w -
               valor-aberto-w.
       soma-compra.
           read bbcompras next record
               at end
                   move 's' to fim-compra
               not at end
                   if aa-compra = ano-orc-w
                       perform acumula-compra
                   end-if
           end-read.
       acumula-compra.
           compute valor-item-w = qtde-recebida * preco-compra.
           add valor-item-w to valor-realizado-w.
           if situacao-compra = 'o' and qtde-compra > qtde-recebida
               compute valor-item-w = (qtde-compra - qtde-recebida) *
                   preco-compra
               add valor-item-w to valor-aberto-w.

      *******************  ORCAMENTO ANUAL  ****************************
       orcamento-anual.
           initialize vld sav cont.
           display tela-orcamento at 0101.
           perform exibe-data.
           perform valida-ano-orc until vld = 's'.
           perform calcula-saldo.
           perform exibe-orcamento.
           perform alterar-orcamento.
           perform continua-compra.
       valida-ano-orc.
           accept ano-orc-w at 0616 with prompt auto
           foreground-color 14.
           if ano-orc-w < 1900
               display "Ano invalido. Verifique e redigite" at 1801
               foreground-color 12
           else
               display msg-blank at 1801
               move 's' to vld.
       exibe-orcamento.
           move valor-orc-w to valor-orc-e.
           display valor-orc-e at 0716 with foreground-color 10.
           move valor-realizado-w to valor-e.
           display valor-e at 0816 with foreground-color 10.
           move valor-aberto-w to valor-e.
           display valor-e at 0916 with foreground-color 10.
           move saldo-orc-w to saldo-e.
           display saldo-e at 1016 with foreground-color 10.
           if achou-orc not = 's'
               display "Orcamento nao cadastrado para o ano." at 1801
               foreground-color 12.
       alterar-orcamento.
           display "Alterar o valor do orcamento? (s/n) [ ]" at 1901
           with foreground-color 10.
           accept sav at 1938 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               move valor-orc-w to valor-orc-antigo-w
               perform valida-valor-orc
               perform grava-orcamento
           when 'n'
           when 'N'
               continue
           when other
               perform alterar-orcamento.
       valida-valor-orc.
           accept valor-orc-e at 0716 with prompt auto
           foreground-color 14.
           move valor-orc-e to valor-orc-w.
       grava-orcamento.
           move ano-orc-w   to ano-orc.
           move valor-orc-w to valor-orc.
           if achou-orc = 's'
               rewrite orcamento
           else
               write orcamento.
           if st-orc not = "00"
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run.
           move "ORCAMENTO" to operacao-log.
           move spaces to campo-log.
           string "ANO " ano-orc-w delimited by size into campo-log.
           move valor-orc-antigo-w to valor-log-e.
           move valor-log-e to valor-antigo-log.
           move valor-orc-w to valor-log-e.
           move valor-log-e to valor-novo-log.
           perform escreve-log-compra.
           perform calcula-saldo.
           perform exibe-orcamento.
           display msg-blank at 1801.
           display "Orcamento gravado." at 1801 foreground-color 10.

       continua-compra.
           initialize cont.
           display "Deseja outra operacao? (s/n) [ ]" at 2001
           foreground-color 10.
           accept cont at 2031 with prompt auto.
           evaluate cont
           when 's'
           when 'S'
               perform menu-principal
               perform recebe-opcao
           when 'n'
           when 'N'
               perform fim
           when other
               display "Opcao invalida. Verifique e redigite" at 2001
               foreground-color 12.

       abre-controle.
           open i-o runctl.
           if st-ctl = "35"
               open output runctl
               close runctl
               open i-o runctl.
       verifica-concorrencia.
           move "LIBCON03" to job-ctl.
           perform confere-job.
           move "LIBCON11" to job-ctl.
           perform confere-job.
           if conflito-w = 's'
               display " " at 0101 erase eos
               display "JOB ATIVO CONTRA BBCOMPRAS: " at 1001
               foreground-color 12
               display job-conflito-w at 1029 foreground-color 12
               display "Aguarde o termino e tente novamente." at 1201
               foreground-color 12
               close runctl
               stop run.
       confere-job.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   if ativo-ctl = 's'
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON25" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON25" to job-ctl.
           move data-sis to data-ctl.
           move zero to registros-ctl.
           move 's' to ativo-ctl.
           move 'n' to usa-livros-ctl.
           move zero to checkpoint-ctl.
           write registro-controle.
       reativa-controle.
           move data-sis to data-ctl.
           move 's' to ativo-ctl.
           move 'n' to usa-livros-ctl.
           move zero to checkpoint-ctl.
           rewrite registro-controle.
       marca-fim.
           move "LIBCON25" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   move 'n' to ativo-ctl
                   move zero to registros-ctl
                   move zero to checkpoint-ctl
                   rewrite registro-controle
           end-read.

       fim.
           display tela-encerra at 0101.
           perform marca-fim.
           perform fecha-tudo.
           stop run.

       end program LIBCON25.
