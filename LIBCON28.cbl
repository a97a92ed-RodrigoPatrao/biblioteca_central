       identification division.
       program-id. LIBCON28 as "LIBCON28".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bbpersel.
           copy bbfascsel.
           copy bblivsel.
           copy bbopersel.
           copy runctlsel.
           select transacoes
           assign to disk
           organization line sequential
           file status is st-log.
           select tomboseq
           assign to disk
           organization line sequential
           file status is st-seq.
           select periodseq
           assign to disk
           organization line sequential
           file status is st-pseq.

       data division.
       file section.
           fd bbperiodicos
           label record standard
           data record is periodico
           value of file-id is "BBPERIOD.DAT".
           copy periodico.
           fd bbfasciculos
           label record standard
           data record is fasciculo
           value of file-id is "BBFASC.DAT".
           copy fasciculo.
           fd bblivros
           label record standard
           data record is livro
           value of file-id is "BBLIVROS.DAT".
           copy livro.
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
           fd tomboseq
           label record standard
           data record is registro-seq
           value of file-id is "TOMBOSEQ.DAT".
       01 registro-seq pic 9(06).
           fd periodseq
           label record standard
           data record is registro-periodseq
           value of file-id is "PERIODSEQ.DAT".
       01 registro-periodseq pic 9(05).

       working-storage section.
       01 st     pic xx.
       01 st-per pic xx.
       01 st-fas pic xx.
       01 st-ope pic xx.
       01 st-ctl pic xx.
       01 st-log pic xx.
       01 st-seq pic xx.
       01 st-pseq pic xx.
       01 fim-ctl pic a value 'n'.
       01 conflito-w pic a value 'n'.
       01 job-conflito-w pic x(08) value spaces.
       01 op    pic 9 value zero.
       01 vld   pic aa value 'n'.
       01 sav   pic a.
       01 cont  pic a.
       01 emp   pic a.
       01 livre-w pic a.
       01 oper-vazio pic a value 'n'.
       01 operador-w pic x(08) value spaces.
       01 nivel-w pic 9 value zero.
       01 senha-w pic x(08) value spaces.
       01 fim-fasc pic a value 'n'.
       01 seq-per-w pic 9(05) value zero.
       01 seq-tombo-w pic 9(06) value zero.
       01 tombo-log-w pic 9(06) value zero.
       01 tombo-e pic ZZZZZ9.
       01 cod-periodico-w pic 9(05) value zero.
       01 cod-per-e pic ZZZZ9.
       01 periodico-w.
           02 titulo-per-w     pic x(30).
           02 issn-per-w.
               03 issn-a pic x(04).
               03 issn-hifen pic x.
               03 issn-b pic x(03).
               03 issn-dv pic x.
           02 frequencia-per-w pic a.
           02 fornecedor-per-w pic x(20).
           02 data-inicio-per-w pic 9(08).
           02 data-fim-per-w    pic 9(08).
           02 situacao-per-w    pic a.
       01 periodico-antigo-w.
           02 titulo-per-ant     pic x(30).
           02 issn-per-ant       pic x(09).
           02 frequencia-per-ant pic a.
           02 fornecedor-per-ant pic x(20).
           02 data-inicio-per-ant pic 9(08).
           02 data-fim-per-ant    pic 9(08).
           02 situacao-per-ant    pic a.
       01 nome-freq-w pic x(10) value spaces.
       01 volume-w pic 9(04) value zero.
       01 numero-w pic 9(04) value zero.
       01 edicao-w pic x(15) value spaces.
       01 designacao-w.
           02 filler   pic x(02) value "V.".
           02 vol-des  pic 9(04).
           02 filler   pic x(03) value " N.".
           02 num-des  pic 9(04).
       01 qtde-fasc-w pic 9(05) value zero.
       01 qtde-fasc-emp-w pic 9(05) value zero.
       01 qtde-fasc-e pic ZZZZ9.
       01 msg-blank pic a(60) value spaces.
       01 data-digitada-e pic 9(08) value zeros.
       01 data-digitada-r redefines data-digitada-e.
           02 dd-dig pic 99.
           02 mm-dig pic 99.
           02 aa-dig pic 9999.
       01 data-digitada-n pic 9(08) value zeros.
       01 data-digitada-i redefines data-digitada-n.
           02 aa-dign pic 9999.
           02 mm-dign pic 99.
           02 dd-dign pic 99.
       01 data-exibe-n pic 9(08) value zeros.
       01 data-exibe-r redefines data-exibe-n.
           02 aa-exi pic 9999.
           02 mm-exi pic 99.
           02 dd-exi pic 99.
       01 data-e.
           02 dd-e    pic 99.
           02 filler  pic x value "/".
           02 mm-e    pic 99.
           02 filler  pic x value "/".
           02 aa-e    pic 9999.
       01 data-sis.
           02 ano-s pic 9999.
           02 mes   pic 99.
           02 dia   pic 99.
       01 data-sis-n redefines data-sis pic 9(08).
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
       01 menu-periodicos foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "    Controle de Periodicos".
           02 line 04 col 33 value "         Menu Principal"
           foreground-color 11.
           02 line 06 col 33 value "  1 - Incluir Titulo"
           foreground-color 11.
           02 line 07 col 33 value "  2 - Alterar Titulo"
           foreground-color 11.
           02 line 08 col 33 value "  3 - Consultar Titulo"
           foreground-color 11.
           02 line 09 col 33 value "  4 - Registrar Fasciculo"
           foreground-color 11.
           02 line 10 col 33 value "  0 - Sair"
           foreground-color 11.
           02 line 12 col 33 value "  Digite uma opcao [ ]"
           foreground-color 11.
       01 tela-periodico foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "    Controle de Periodicos".
           02 campos foreground-color 11.
               03 line 06 col 01 value "       CODIGO:".
               03 line 07 col 01 value "       TITULO:".
               03 line 08 col 01 value "         ISSN:".
               03 line 09 col 01 value "   FREQUENCIA:".
               03 line 09 col 32 value "(s/q/m/b/t/e/a)".
               03 line 10 col 01 value "   FORNECEDOR:".
               03 line 11 col 01 value "INICIO ASSIN.:".
               03 line 12 col 01 value "   FIM ASSIN.:".
               03 line 13 col 01 value "     SITUACAO:".
       01 tela-fasciculo foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "    Controle de Periodicos".
           02 line 04 col 33 value "     REGISTRO DE FASCICULO"
           foreground-color 11.
           02 campos foreground-color 11.
               03 line 06 col 01 value "       CODIGO:".
               03 line 07 col 01 value "       TITULO:".
               03 line 08 col 01 value "         ISSN:".
               03 line 09 col 01 value "   FREQUENCIA:".
               03 line 15 col 01 value "       VOLUME:".
               03 line 16 col 01 value "       NUMERO:".
               03 line 17 col 01 value "       EDICAO:".
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
           open i-o bbperiodicos.
           if st-per = "35"
               open output bbperiodicos
               close bbperiodicos
               open i-o bbperiodicos.
           if st-per not = "00"
               display " " at 0101 erase eos
               display "ERRO DE ARQUIVO" at 0533 foreground-color 12
               stop run.
           open i-o bbfasciculos.
           if st-fas = "35"
               open output bbfasciculos
               close bbfasciculos
               open i-o bbfasciculos.
           if st-fas not = "00"
               display " " at 0101 erase eos
               display "ERRO DE ARQUIVO" at 0533 foreground-color 12
               stop run.
           open i-o bblivros.
           evaluate st
           when "05"
           when "10"
           when "00"
               continue
           when other
               display " " at 0101 erase eos
               display "ERRO DE ARQUIVO" at 0533 foreground-color 12
               stop run.
           open input bboperadores.
           if st-ope = "35"
               open output bboperadores
               close bboperadores
               open input bboperadores.
       fecha-tudo.
           close bbperiodicos.
           close bbfasciculos.
           close bblivros.
           close bboperadores.
           close runctl.
       abre-transacoes.
           open extend transacoes.
           if st-log = "35"
               open output transacoes.
       escreve-log-per.
           perform abre-transacoes.
           move tombo-log-w to tombo-log.
           move operador-w  to operador-log.
           move dia         to dd-log.
           move mes         to mm-log.
           move ano-s       to aa-log.
           write log-transacao.
           close transacoes.
       menu-principal.
           display menu-periodicos at 0101.
           perform exibe-data.
       exibe-data.
           display dia at 0109.
           display mes-t(mes) at 0115.
           display ano-s at 0129.
       recebe-opcao.
           accept op at 1253 with prompt auto.
           evaluate op
           when 1
               perform checa-nivel-inclusao
           when 2
               perform checa-nivel-alteracao
           when 3
               perform consultar-titulo
           when 4
               perform registrar-fasciculo
           when 0
               perform fim
           when other
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12
               perform recebe-opcao.
       checa-nivel-inclusao.
           if nivel-w = 2
               perform incluir-titulo
           else
               display "Opcao restrita ao supervisor." at 1801
               foreground-color 12
               perform recebe-opcao.
       checa-nivel-alteracao.
           if nivel-w = 2
               perform alterar-titulo
           else
               display "Opcao restrita ao supervisor." at 1801
               foreground-color 12
               perform recebe-opcao.

      *******************  INCLUSAO DE TITULO  *************************
       incluir-titulo.
           initialize vld sav cont periodico periodico-w.
           display tela-periodico at 0101.
           perform exibe-data.
           display "      INCLUSAO DE TITULO" at 0433 with
           foreground-color 11.
           initialize vld.
           perform valida-titulo-per until vld = 's'.
           initialize vld.
           perform valida-issn until vld = 's'.
           initialize vld.
           perform valida-frequencia until vld = 's'.
           initialize vld.
           perform valida-fornecedor-per until vld = 's'.
           initialize vld.
           perform valida-inicio-per until vld = 's'.
           initialize vld.
           perform valida-fim-per until vld = 's'.
           move 'a' to situacao-per-w.
           display "ATIVA" at 1316 with foreground-color 10.
           perform confirma-inclusao.
           perform continua-per.
       confirma-inclusao.
           display msg-blank at 1801.
           display "Confirma a inclusao do titulo? (s/n) [ ]" at 1801
           with foreground-color 10.
           accept sav at 1839 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform grava-titulo
           when 'n'
           when 'N'
               display msg-blank at 1801
           when other
               perform confirma-inclusao.
       grava-titulo.
           perform gera-cod-periodico.
           move seq-per-w         to cod-periodico.
           move titulo-per-w      to titulo-per.
           move issn-per-w        to issn-per.
           move frequencia-per-w  to frequencia-per.
           move fornecedor-per-w  to fornecedor-per.
           move data-inicio-per-w to data-inicio-per.
           move data-fim-per-w    to data-fim-per.
           move situacao-per-w    to situacao-per.
           move zeros to volume-ult-per numero-ult-per.
           move zeros to data-ult-per.
           write periodico.
           evaluate st-per
           when "00"
               move cod-periodico to cod-per-e
               display cod-per-e at 0616 with foreground-color 10
               display msg-blank at 1801
               display "Titulo registrado sob o codigo" at 1801
               foreground-color 10
               display cod-per-e at 1832 foreground-color 10
               move zeros to tombo-log-w
               move "PERIODICO" to operacao-log
               move "ISSN" to campo-log
               move spaces to valor-antigo-log
               move issn-per to valor-novo-log
               perform escreve-log-per
           when other
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run
           end-evaluate.
       gera-cod-periodico.
           move zero to seq-per-w.
           open input periodseq.
           if st-pseq = "00"
               read periodseq
                   at end
                       move zero to seq-per-w
                   not at end
                       move registro-periodseq to seq-per-w
               end-read
               close periodseq.
           add 1 to seq-per-w.
           initialize livre-w.
           perform verifica-cod-livre until livre-w = 's'.
           move seq-per-w to registro-periodseq.
           open output periodseq.
           write registro-periodseq.
           close periodseq.
       verifica-cod-livre.
           move seq-per-w to cod-periodico.
           read bbperiodicos key is cod-periodico
               invalid key
                   move 's' to livre-w
               not invalid key
                   add 1 to seq-per-w.

      *******************  ALTERACAO DE TITULO  ************************
       alterar-titulo.
           initialize vld sav cont periodico periodico-w.
           display tela-periodico at 0101.
           perform exibe-data.
           display "     ALTERACAO DE TITULO" at 0433 with
           foreground-color 11.
           perform busca-periodico until vld = 's'.
           perform exibe-periodico.
           move periodico-w to periodico-antigo-w.
           initialize vld.
           perform valida-titulo-per until vld = 's'.
           initialize vld.
           perform valida-frequencia until vld = 's'.
           initialize vld.
           perform valida-fornecedor-per until vld = 's'.
           initialize vld.
           perform valida-fim-per until vld = 's'.
           initialize vld.
           perform valida-situacao-per until vld = 's'.
           perform confirma-alteracao.
           perform continua-per.
       confirma-alteracao.
           display msg-blank at 1801.
           display "Confirma a alteracao do titulo? (s/n) [ ]" at 1801
           with foreground-color 10.
           accept sav at 1840 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform regrava-titulo
           when 'n'
           when 'N'
               display msg-blank at 1801
           when other
               perform confirma-alteracao.
       regrava-titulo.
           move titulo-per-w      to titulo-per.
           move frequencia-per-w  to frequencia-per.
           move fornecedor-per-w  to fornecedor-per.
           move data-fim-per-w    to data-fim-per.
           move situacao-per-w    to situacao-per.
           rewrite periodico.
           if st-per not = "00"
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run.
           perform grava-log-alteracao.
           display msg-blank at 1801.
           display "Titulo alterado." at 1801 foreground-color 10.
       grava-log-alteracao.
           move zeros to tombo-log-w.
           move "PERIOD-ALT" to operacao-log.
           if titulo-per-w not = titulo-per-ant
               move "TITULO" to campo-log
               move titulo-per-ant to valor-antigo-log
               move titulo-per-w to valor-novo-log
               perform escreve-log-per.
           if frequencia-per-w not = frequencia-per-ant
               move "FREQUENCIA" to campo-log
               move frequencia-per-ant to valor-antigo-log
               move frequencia-per-w to valor-novo-log
               perform escreve-log-per.
           if fornecedor-per-w not = fornecedor-per-ant
               move "FORNECEDOR" to campo-log
               move fornecedor-per-ant to valor-antigo-log
               move fornecedor-per-w to valor-novo-log
               perform escreve-log-per.
           if data-fim-per-w not = data-fim-per-ant
               move "FIM ASSINATURA" to campo-log
               move data-fim-per-ant to valor-antigo-log
               move data-fim-per-w to valor-novo-log
               perform escreve-log-per.
           if situacao-per-w not = situacao-per-ant
               move "SITUACAO" to campo-log
               move situacao-per-ant to valor-antigo-log
               move situacao-per-w to valor-novo-log
               perform escreve-log-per.

      *******************  CONSULTA DE TITULO  *************************
       consultar-titulo.
           initialize vld sav cont periodico periodico-w.
           display tela-periodico at 0101.
           perform exibe-data.
           display "      CONSULTA DE TITULO" at 0433 with
           foreground-color 11.
           perform busca-periodico until vld = 's'.
           perform exibe-periodico.
           perform exibe-ultimo-fasciculo.
           perform conta-fasciculos.
           display "    RECEBIDOS:" at 1501 with foreground-color 11.
           move qtde-fasc-w to qtde-fasc-e.
           display qtde-fasc-e at 1516 with foreground-color 10.
           display "EMPRESTAVEIS:" at 1530 with foreground-color 11.
           move qtde-fasc-emp-w to qtde-fasc-e.
           display qtde-fasc-e at 1544 with foreground-color 10.
           perform continua-per.
       conta-fasciculos.
           move zero to qtde-fasc-w qtde-fasc-emp-w.
           move 'n' to fim-fasc.
           move cod-periodico to cod-per-fasc.
           move zeros to volume-fasc numero-fasc.
           start bbfasciculos key is not less than chave-fasc
               invalid key
                   move 's' to fim-fasc
           end-start.
           perform soma-fasciculo until fim-fasc = 's'.
       soma-fasciculo.
           read bbfasciculos next record
               at end
                   move 's' to fim-fasc
               not at end
                   if cod-per-fasc not = cod-periodico
                       move 's' to fim-fasc
                   else
                       add 1 to qtde-fasc-w
                       if tombo-fasc not = zero
                           add 1 to qtde-fasc-emp-w
                       end-if
                   end-if
           end-read.

      *******************  REGISTRO DE FASCICULO  **********************
       registrar-fasciculo.
           initialize vld sav cont emp periodico periodico-w.
           move zeros to volume-w numero-w.
           move spaces to edicao-w.
           display tela-fasciculo at 0101.
           perform exibe-data.
           perform busca-periodico until vld = 's'.
           display titulo-per at 0716 with foreground-color 10.
           display issn-per at 0816 with foreground-color 10.
           move frequencia-per to frequencia-per-w.
           perform nome-frequencia.
           display nome-freq-w at 0916 with foreground-color 10.
           perform exibe-ultimo-fasciculo.
           if situacao-per not = 'a'
               display "ASSINATURA CANCELADA" at 1116 with
               foreground-color 12.
           initialize vld.
           perform valida-volume until vld = 's'.
           initialize vld.
           perform valida-numero until vld = 's'.
           accept edicao-w at 1716 with prompt auto foreground-color
           14.
           perform pergunta-emprestimo.
           perform confirma-fasciculo.
           perform continua-per.
       valida-volume.
           accept volume-w at 1516 with prompt auto foreground-color
           14.
           display msg-blank at 1801.
           move 's' to vld.
       valida-numero.
           accept numero-w at 1616 with prompt auto foreground-color
           14.
           evaluate numero-w
           when zero
           when zeros
               display msg-blank at 1801
               display "Numero invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               perform checa-fasciculo-duplicado.
       checa-fasciculo-duplicado.
           move cod-periodico to cod-per-fasc.
           move volume-w to volume-fasc.
           move numero-w to numero-fasc.
           read bbfasciculos key is chave-fasc
               invalid key
                   display msg-blank at 1801
                   move 's' to vld
               not invalid key
                   display msg-blank at 1801
                   display "Fasciculo ja registrado. Verifique e "
                   "redigite" at 1801 foreground-color 12
                   perform valida-volume
                   initialize vld
           end-read.
       pergunta-emprestimo.
           display msg-blank at 1801.
           display "Disponivel para emprestimo? (s/n) [ ]" at 1801
           with foreground-color 10.
           accept emp at 1836 with prompt auto.
           evaluate emp
           when 's'
           when 'S'
               move 's' to emp
           when 'n'
           when 'N'
               move 'n' to emp
           when other
               perform pergunta-emprestimo.
       confirma-fasciculo.
           display msg-blank at 1801.
           display "Confirma o registro do fasciculo? (s/n) [ ]" at
           1801 with foreground-color 10.
           accept sav at 1842 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform grava-fasciculo
           when 'n'
           when 'N'
               display msg-blank at 1801
           when other
               perform confirma-fasciculo.
       grava-fasciculo.
           move zeros to tombo-log-w.
           move volume-w to vol-des.
           move numero-w to num-des.
           if emp = 's'
               perform grava-livro-fasciculo.
           move cod-periodico to cod-per-fasc.
           move volume-w      to volume-fasc.
           move numero-w      to numero-fasc.
           move edicao-w      to edicao-fasc.
           move ano-s to aa-chegada.
           move mes   to mm-chegada.
           move dia   to dd-chegada.
           move tombo-log-w   to tombo-fasc.
           move operador-w    to operador-fasc.
           write fasciculo.
           if st-fas not = "00"
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run.
           perform atualiza-ultimo-fasciculo.
           move "FASCICULO" to operacao-log.
           move "PERIODICO" to campo-log.
           move spaces to valor-antigo-log.
           move spaces to valor-novo-log.
           string issn-per " " designacao-w delimited by size
               into valor-novo-log.
           perform escreve-log-per.
           display msg-blank at 1801.
           if tombo-log-w = zero
               display "Fasciculo registrado para consulta local." at
               1801 foreground-color 10
           else
               move tombo-log-w to tombo-e
               display "Fasciculo registrado sob o tombo" at 1801
               foreground-color 10
               display tombo-e at 1834 foreground-color 10.
       grava-livro-fasciculo.
           perform gera-tombo-automatico.
           initialize livro.
           move seq-tombo-w    to tombo.
           move titulo-per     to titulo.
           move designacao-w   to autor.
           move fornecedor-per to editora.
           move ano-s          to ano.
           move 'n'            to doacao.
           move "ASSINATURA"   to procedencia.
           move space          to situacao-livro.
           write livro.
           if st not = "00"
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run.
           move seq-tombo-w to tombo-log-w.
       gera-tombo-automatico.
           perform le-sequencial-tombo.
           add 1 to seq-tombo-w.
           initialize livre-w.
           perform verifica-tombo-livre until livre-w = 's'.
           perform grava-sequencial-tombo.
       le-sequencial-tombo.
           move zero to seq-tombo-w.
           open input tomboseq.
           if st-seq = "00"
               read tomboseq
                   at end
                       move zero to seq-tombo-w
                   not at end
                       move registro-seq to seq-tombo-w
               end-read
               close tomboseq.
       verifica-tombo-livre.
           move seq-tombo-w to tombo.
           read bblivros key is tombo
               invalid key
                   move 's' to livre-w
               not invalid key
                   add 1 to seq-tombo-w.
       grava-sequencial-tombo.
           move seq-tombo-w to registro-seq.
           open output tomboseq.
           write registro-seq.
           close tomboseq.
       atualiza-ultimo-fasciculo.
           if volume-w > volume-ult-per or
              (volume-w = volume-ult-per and
               numero-w > numero-ult-per)
               move volume-w to volume-ult-per
               move numero-w to numero-ult-per
               move data-sis to data-ult-per
               rewrite periodico
               if st-per not = "00"
                   display msg-blank at 1801
                   display "ERRO DE GRAVACAO!" at 1801
                   foreground-color 12
                   perform fecha-tudo
                   stop run.

      *******************  ROTINAS COMUNS DE TITULO  *******************
       busca-periodico.
           accept cod-periodico-w at 0616 with prompt auto
           foreground-color 14.
           evaluate cod-periodico-w
           when zero
           when zeros
               display msg-blank at 1801
               display "Codigo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               move cod-periodico-w to cod-periodico
               read bbperiodicos key is cod-periodico
                   invalid key
                       display msg-blank at 1801
                       display "Titulo nao encontrado" at 1801 with
                       foreground-color 12
                   not invalid key
                       display msg-blank at 1801
                       move 's' to vld.
       exibe-periodico.
           move titulo-per      to titulo-per-w.
           move issn-per        to issn-per-w.
           move frequencia-per  to frequencia-per-w.
           move fornecedor-per  to fornecedor-per-w.
           move data-inicio-per to data-inicio-per-w.
           move data-fim-per    to data-fim-per-w.
           move situacao-per    to situacao-per-w.
           display titulo-per-w at 0716 with foreground-color 10.
           display issn-per-w at 0816 with foreground-color 10.
           display frequencia-per-w at 0916 with foreground-color 10.
           perform nome-frequencia.
           display nome-freq-w at 0920 with foreground-color 10.
           display fornecedor-per-w at 1016 with foreground-color 10.
           move data-inicio-per-w to data-exibe-n.
           perform formata-data.
           display data-e at 1116 with foreground-color 10.
           move data-fim-per-w to data-exibe-n.
           perform formata-data.
           display data-e at 1216 with foreground-color 10.
           display situacao-per-w at 1316 with foreground-color 10.
           perform nome-situacao.
       nome-situacao.
           if situacao-per-w = 'a'
               display "ATIVA    " at 1320 with foreground-color 10
           else
               display "CANCELADA" at 1320 with foreground-color 10.
       exibe-ultimo-fasciculo.
           display " ULT. FASCIC.:" at 1401 with foreground-color 11.
           if data-ult-per = zeros
               display "NENHUM FASCICULO RECEBIDO" at 1416 with
               foreground-color 10
           else
               move volume-ult-per to vol-des
               move numero-ult-per to num-des
               display designacao-w at 1416 with foreground-color 10
               display "EM" at 1430 with foreground-color 11
               move data-ult-per to data-exibe-n
               perform formata-data
               display data-e at 1433 with foreground-color 10.
       formata-data.
           move dd-exi to dd-e.
           move mm-exi to mm-e.
           move aa-exi to aa-e.
       nome-frequencia.
           evaluate frequencia-per-w
           when 's'
               move "SEMANAL" to nome-freq-w
           when 'q'
               move "QUINZENAL" to nome-freq-w
           when 'm'
               move "MENSAL" to nome-freq-w
           when 'b'
               move "BIMESTRAL" to nome-freq-w
           when 't'
               move "TRIMESTRAL" to nome-freq-w
           when 'e'
               move "SEMESTRAL" to nome-freq-w
           when 'a'
               move "ANUAL" to nome-freq-w
           when other
               move spaces to nome-freq-w
           end-evaluate.
       valida-titulo-per.
           accept titulo-per-w at 0716 with prompt auto
           foreground-color 14.
           evaluate titulo-per-w
           when space
           when spaces
               display "Titulo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-issn.
           accept issn-per-w at 0816 with prompt auto
           foreground-color 14.
           if issn-a not numeric or issn-hifen not = "-" or
              issn-b not numeric or
              (issn-dv not numeric and issn-dv not = "X")
               display msg-blank at 1801
               display "ISSN invalido. Use o formato 9999-999X" at
               1801 foreground-color 12
           else
               perform checa-issn-duplicado.
       checa-issn-duplicado.
           move issn-per-w to issn-per.
           read bbperiodicos key is issn-per
               invalid key
                   display msg-blank at 1801
                   move 's' to vld
               not invalid key
                   display msg-blank at 1801
                   display "ISSN ja cadastrado no codigo" at 1801
                   foreground-color 12
                   move cod-periodico to cod-per-e
                   display cod-per-e at 1830 foreground-color 12
           end-read.
       valida-frequencia.
           accept frequencia-per-w at 0916 with prompt auto
           foreground-color 14.
           perform nome-frequencia.
           if nome-freq-w = spaces
               display "Frequencia invalida. Verifique e redigite" at
               1801 foreground-color 12
           else
               display nome-freq-w at 0920 with foreground-color 10
               display msg-blank at 1801
               move 's' to vld.
       valida-fornecedor-per.
           accept fornecedor-per-w at 1016 with prompt auto
           foreground-color 14.
           evaluate fornecedor-per-w
           when space
           when spaces
               display "Fornecedor invalido. Verifique e redigite" at
               1801 foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-inicio-per.
           accept data-digitada-e at 1116 with prompt auto
           foreground-color 14.
           perform valida-data-digitada.
           if vld = 's'
               move data-digitada-n to data-inicio-per-w.
       valida-fim-per.
           accept data-digitada-e at 1216 with prompt auto
           foreground-color 14.
           perform valida-data-digitada.
           if vld = 's'
               if data-digitada-n not > data-inicio-per-w
                   display "Fim deve ser posterior ao inicio. Redigite"
                   at 1801 foreground-color 12
                   initialize vld
               else
                   move data-digitada-n to data-fim-per-w.
       valida-data-digitada.
           initialize vld.
           move aa-dig to aa-dign.
           move mm-dig to mm-dign.
           move dd-dig to dd-dign.
           if function test-date-yyyymmdd(data-digitada-n) not = zero
              or aa-dig < 1900
               display msg-blank at 1801
               display "Data invalida. Verifique e redigite "
               "(ddmmaaaa)" at 1801 foreground-color 12
           else
               display msg-blank at 1801
               move 's' to vld.
       valida-situacao-per.
           accept situacao-per-w at 1316 with prompt auto
           foreground-color 14.
           evaluate situacao-per-w
           when 'a'
           when 'c'
               perform nome-situacao
               display msg-blank at 1801
               move 's' to vld
           when other
               display "Situacao invalida (a/c). Verifique e redigite"
               at 1801 foreground-color 12.

       continua-per.
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
           move spaces to job-ctl.
           start runctl key is not less than job-ctl
               invalid key
                   move 's' to fim-ctl
               not invalid key
                   perform varre-controle until fim-ctl = 's'
           end-start.
           move 'n' to fim-ctl.
           if conflito-w = 's'
               display " " at 0101 erase eos
               display "JOB ATIVO CONTRA BBLIVROS: " at 1001
               foreground-color 12
               display job-conflito-w at 1028 foreground-color 12
               display "Aguarde o termino e tente novamente." at 1201
               foreground-color 12
               close runctl
               stop run.
       varre-controle.
           read runctl next record
               at end
                   move 's' to fim-ctl
               not at end
                   if ativo-ctl = 's' and usa-livros-ctl = 's' and
                      job-ctl not = "LIBCON28"
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON28" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON28" to job-ctl.
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
           move "LIBCON28" to job-ctl.
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

       end program LIBCON28.
