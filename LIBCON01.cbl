           copy bbressel.
           copy bbopersel.
           copy runctlsel.
           copy bbcatsel.
           copy bbcalsel.
           copy illsel.
           copy bbcertsel.
           copy bbfascsel.
           select transacoes
           assign to disk
           organization line sequential
           assign to disk
           organization line sequential
           file status is st-ext.
           select certseq
           assign to disk
           organization line sequential
           file status is st-cseq.
           select nadaconsta
           assign to disk
           organization line sequential
           file status is st-nad.

       data division.
       file section.
           data record is registro-controle
           value of file-id is "RUNCTL.DAT".
           copy runctl.
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
           fd bbill
           label record standard
           data record is registro-ill
           value of file-id is "BBILL.DAT".
           copy ill.
           fd bbcertidoes
           label record standard
           data record is certidao
           value of file-id is "BBCERTID.DAT".
           copy certidao.
           fd bbfasciculos
           label record standard
           data record is fasciculo
           value of file-id is "BBFASC.DAT".
           copy fasciculo.
           fd transacoes
           label record standard
           data record is log-transacao
           data record is linha-ext
           value of file-id is "EXTRATO.LST".
       01 linha-ext pic x(132).
           fd certseq
           label record standard
           data record is registro-certseq
           value of file-id is "CERTSEQ.DAT".
       01 registro-certseq pic 9(06).
           fd nadaconsta
           label record standard
           data record is linha-nad
           value of file-id is "NADACONSTA.LST".
       01 linha-nad pic x(132).
       working-storage section.
       01 st    pic xx.
       01 st-lei pic xx.
       01 contador-resultados pic 9(03).
       01 contador-resultados-e pic ZZ9.
       01 msg-blank pic a(60) value spaces.
       01 arroba-w pic 9(02) value zero.
       01 cfd pic a.
       01 validade-meses-w pic 9(02) value 12.
       01 meses-val-w pic 9(06) value zero.
       01 dias-fim-mes pic 9(08) value zero.
       01 data-fim-mes-n pic 9(08) value zeros.
       01 data-fim-mes-r redefines data-fim-mes-n.
           02 aa-fim-mes pic 9999.
           02 mm-fim-mes pic 99.
           02 dd-fim-mes pic 99.
       01 validade-e.
           02 dd-validade-e pic 99.
           02 filler        pic x value "/".
           02 mm-validade-e pic 99.
           02 filler        pic x value "/".
           02 aa-validade-e pic 9999.
       01 operador-w pic x(08) value spaces.
       01 preco-log-e pic 9(04),99.
       01 matricula-devolvida-w pic 9(05) value zero.
           02 endereco-leitor-w  pic x(40).
           02 telefone-leitor-w  pic x(12).
           02 situacao-leitor-w  pic a.
           02 categoria-leitor-w pic x(02).
           02 email-leitor-w     pic x(40).
           02 contato-leitor-w   pic a.
           02 validade-leitor-w.
               03 aa-validade-w pic 9999.
               03 mm-validade-w pic 99.
               03 dd-validade-w pic 99.
       01 livro-w.
           02 tombo-w       pic 9(06).
           02 titulo-w      pic x(30).
               03 mm-baixa-w pic 99.
               03 dd-baixa-w pic 99.
           02 motivo-baixa-w pic x(20).
           02 renovacoes-w   pic 9(02).
       01 livro-antigo-w.
           02 tombo-antigo-w       pic 9(06).
           02 titulo-antigo-w      pic x(30).
               03 mm-baixa-antigo-w pic 99.
               03 dd-baixa-antigo-w pic 99.
           02 motivo-baixa-antigo-w pic x(20).
           02 renovacoes-antigo-w   pic 9(02).
       01 tombo-e pic ZZZZZ9.
       01 preco-e pic $.$$9,99.
       01 data-prevista-e pic 9(08) value zeros.
           02 tombo-hist-ext pic ZZZZZ9.
           02 filler pic x(02) value spaces.
           02 titulo-hist-ext pic x(30).
       01 st-ill pic xx.
       01 st-cer pic xx.
       01 st-cseq pic xx.
       01 st-nad pic xx.
       01 st-fas pic xx.
       01 fasciculo-w pic a value 'n'.
       01 prazo-periodico-w pic 9(03) value 7.
       01 prazo-proposto-w pic 9(03) value zero.
       01 opn pic 9 value zero.
       01 fim-nad pic a value 'n'.
       01 seq-cer-w pic 9(06) value zero.
       01 num-certidao-w pic 9(06) value zero.
       01 num-certidao-e pic ZZZZZ9.
       01 qtde-pend-w pic 9(03) value zero.
       01 qtde-pend-e pic ZZ9.
       01 tipo-pend-w  pic x(10) value spaces.
       01 ref-pend-w   pic 9(06) value zero.
       01 desc-pend-w  pic x(30) value spaces.
       01 valor-pend-w pic 9(04)v99 value zero.
       01 ip pic 9(02) value zero.
       01 total-tab-pend pic 9(02) value zero.
       01 tab-pend.
           02 item-pend occurs 30 times.
               03 tipo-pend-tab  pic x(10).
               03 ref-pend-tab   pic 9(06).
               03 desc-pend-tab  pic x(30).
               03 valor-pend-tab pic 9(04)v99.
       01 linha-pend-e.
           02 tipo-pend-e  pic x(10).
           02 filler       pic x(01) value space.
           02 ref-pend-e   pic ZZZZZZ.
           02 filler       pic x(01) value space.
           02 desc-pend-e  pic x(30).
           02 filler       pic x(01) value space.
           02 valor-pend-e pic $.$$9,99.
       01 desc-caixa-w.
           02 filler      pic x(11) value "LANCADO EM ".
           02 dd-desc-cai pic 99.
           02 filler      pic x value "/".
           02 mm-desc-cai pic 99.
           02 filler      pic x value "/".
           02 aa-desc-cai pic 9999.
       01 data-certidao-e.
           02 dd-certidao-e pic 99.
           02 filler        pic x value "/".
           02 mm-certidao-e pic 99.
           02 filler        pic x value "/".
           02 aa-certidao-e pic 9999.
       01 log-nada-w.
           02 matricula-log-nada pic 9(05).
           02 filler             pic x(10) value " CERTIDAO ".
           02 certidao-log-nada  pic 9(06).
       01 linha-nad-cab-2.
           02 filler pic x(30) value "DECLARACAO DE NADA CONSTA".
           02 filler pic x(35) value spaces.
           02 filler pic x(06) value "No.".
           02 num-nad-cab-e pic 9(06).
       01 linha-nad-texto-1.
           02 filler pic x(70) value
           "Declaramos, para os devidos fins, que o leitor abaixo identi
      -    "ficado".
       01 linha-nad-texto-2.
           02 filler pic x(70) value
           "nada deve a esta biblioteca, nao possuindo emprestimos, mult
      -    "as,".
       01 linha-nad-texto-3.
           02 filler pic x(70) value
           "taxas de reposicao ou emprestimos entre bibliotecas pendente
      -    "s.".
       01 linha-nad-texto-4.
           02 filler pic x(70) value
           "Em consequencia, seu cadastro de leitor foi desativado.".
       01 linha-nad-local.
           02 filler pic x(08) value "Santos, ".
           02 dd-nad-e  pic 99.
           02 filler pic x(04) value " de ".
           02 mes-nad-e pic x(10).
           02 filler pic x(03) value "de ".
           02 aa-nad-e  pic 9999.
       01 linha-nad-assinatura.
           02 filler pic x(40) value all "_".
       01 linha-nad-operador.
           02 filler pic x(12) value "SUPERVISOR:".
           02 operador-nad-e pic x(08).
       01 linha-nad-verifica.
           02 filler pic x(70) value
           "A autenticidade pode ser verificada na biblioteca pelo numer
      -    "o acima.".
       01 linha-pen-cab-2.
           02 filler pic x(50) value
           "PENDENCIAS QUE IMPEDEM A EMISSAO DO NADA CONSTA".
       01 linha-pen-cab-3.
           02 filler pic x(10) value "TIPO".
           02 filler pic x(01) value space.
           02 filler pic x(06) value "   REF".
           02 filler pic x(01) value space.
           02 filler pic x(30) value "DESCRICAO".
           02 filler pic x(01) value space.
           02 filler pic x(08) value "   VALOR".
       01 linha-pen-tot.
           02 filler pic x(22) value "TOTAL DE PENDENCIAS:".
           02 total-pen-e pic ZZ9.
       01 linha-pen-mais.
           02 filler pic x(41) value
           "PENDENCIAS NAO LISTADAS (TABELA CHEIA):".
           02 qtde-pen-mais-e pic ZZ9.
       01 st-par pic xx.
       01 prazo-dias-w pic 9(03) value 14.
       01 limite-emp-w pic 9(02) value 3.
       01 tolerancia-w pic 9(03) value zero.
       01 renovacoes-max-w pic 9(02) value 2.
       01 st-cat pic xx.
       01 opc   pic 9 value zero.
       01 limite-leitor-w pic 9(02) value 3.
       01 prazo-leitor-w pic 9(03) value 14.
       01 multa-leitor-w pic 9(02)v99 value 1,00.
       01 multa-cat-e pic 9(02),99.
       01 categoria-w.
           02 codigo-cat-w     pic x(02).
           02 descricao-cat-w  pic x(20).
           02 limite-emp-cat-w pic 9(02).
           02 prazo-dias-cat-w pic 9(03).
           02 multa-dia-cat-w  pic 9(02)v99.
       01 st-cal pic xx.
       01 opp   pic 9 value zero.
       01 opk   pic 9 value zero.
       01 aberto-w pic a value 'n'.
       01 tentativas-w pic 9(03) value zero.
       01 motivo-cal-w pic x(30) value spaces.
       01 ano-cal-w pic 9999 value zero.
       01 contador-cal-w pic 9(03) value zero.
       01 contador-cal-e pic ZZ9.
       01 dia-cal-n pic 9(08) value zero.
       01 dia-ini-cal-n pic 9(08) value zero.
       01 dia-fim-cal-n pic 9(08) value zero.
       01 semana-cal-w pic 9(08) value zero.
       01 resto-cal-w pic 9 value zero.
       01 data-cal-n pic 9(08) value zeros.
       01 data-cal-r redefines data-cal-n.
           02 aa-cal pic 9999.
           02 mm-cal pic 99.
           02 dd-cal pic 99.
       01 data-ini-cal-e pic 9(08) value zeros.
       01 data-ini-cal-r redefines data-ini-cal-e.
           02 dd-ini-cal pic 99.
           02 mm-ini-cal pic 99.
           02 aa-ini-cal pic 9999.
       01 data-fim-cal-e pic 9(08) value zeros.
       01 data-fim-cal-r redefines data-fim-cal-e.
           02 dd-fim-cal pic 99.
           02 mm-fim-cal pic 99.
           02 aa-fim-cal pic 9999.
       01 qtde-emp-leitor-w pic 9(03) value zero.
       01 fim-emp-w pic a value 'n'.
       01 pra pic a.
           foreground-color 11.
           02 line 18 col 33 value "      13 - Baixa de Livro"
           foreground-color 11.
           02 line 19 col 33 value "      14 - Renovar Emprestimo"
           foreground-color 11.
           02 line 20 col 33 value "       0 - Sair"
           foreground-color 11.
           02 line 21 col 33 value "      Digite uma opcao [  ]"
           foreground-color 11.
           02 line 04 col 33 value "       DEVOLUCAO DE LIVRO"
           foreground-color 11.
           02 line 06 col 01 value "        TOMBO:" foreground-color 11.
       01 tela-renovacao foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "    RENOVACAO DE EMPRESTIMO"
           foreground-color 11.
           02 line 06 col 01 value "        TOMBO:" foreground-color 11.
       01 tela-consulta foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           foreground-color 11.
           02 line 08 col 33 value "       3 - Desativar Leitor"
           foreground-color 11.
           02 line 09 col 33 value "       4 - Categorias de Leitor"
           foreground-color 11.
           02 line 10 col 33 value "       5 - Nada Consta"
           foreground-color 11.
           02 line 11 col 33 value "       6 - Voltar"
           foreground-color 11.
           02 line 13 col 33 value "       Digite uma opcao [ ]"
           foreground-color 11.
       01 tela-inc-leitor foreground-color 14.
           02 blank screen.
               03 line 07 col 01 value "         NOME:".
               03 line 08 col 01 value "     ENDERECO:".
               03 line 09 col 01 value "     TELEFONE:".
               03 line 10 col 01 value "    CATEGORIA:".
               03 line 11 col 01 value "       E-MAIL:".
               03 line 12 col 01 value "CONTATO(e/s/c):".
               03 line 14 col 01 value "     VALIDADE:".
       01 tela-alt-leitor foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
               03 line 07 col 01 value "         NOME:".
               03 line 08 col 01 value "     ENDERECO:".
               03 line 09 col 01 value "     TELEFONE:".
               03 line 10 col 01 value "    CATEGORIA:".
               03 line 11 col 01 value "       E-MAIL:".
               03 line 12 col 01 value "CONTATO(e/s/c):".
               03 line 13 col 01 value "SITUACAO(a/s):".
               03 line 14 col 01 value "     VALIDADE:".
       01 tela-des-leitor foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
               03 line 07 col 01 value "         NOME:".
               03 line 08 col 01 value "     ENDERECO:".
               03 line 09 col 01 value "     TELEFONE:".
               03 line 10 col 01 value "    CATEGORIA:".
               03 line 11 col 01 value "       E-MAIL:".
               03 line 12 col 01 value "      CONTATO:".
               03 line 13 col 01 value "     SITUACAO:".
               03 line 14 col 01 value "     VALIDADE:".
       01 tela-categorias foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "     CATEGORIAS DE LEITOR"
           foreground-color 11.
           02 line 06 col 33 value "       1 - Incluir Categoria"
           foreground-color 11.
           02 line 07 col 33 value "       2 - Alterar Categoria"
           foreground-color 11.
           02 line 08 col 33 value "       3 - Voltar"
           foreground-color 11.
           02 line 10 col 33 value "       Digite uma opcao [ ]"
           foreground-color 11.
       01 tela-inc-categoria foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "     INCLUSAO DE CATEGORIA"
           foreground-color 11.
           02 campos foreground-color 11.
               03 line 06 col 01 value "               CODIGO:".
               03 line 07 col 01 value "            DESCRICAO:".
               03 line 08 col 01 value "LIMITE DE EMPRESTIMOS:".
               03 line 09 col 01 value "   PRAZO PADRAO(DIAS):".
               03 line 10 col 01 value "        MULTA POR DIA:".
       01 tela-alt-categoria foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "    ALTERACAO DE CATEGORIA"
           foreground-color 11.
           02 campos foreground-color 11.
               03 line 06 col 01 value "               CODIGO:".
               03 line 07 col 01 value "            DESCRICAO:".
               03 line 08 col 01 value "LIMITE DE EMPRESTIMOS:".
               03 line 09 col 01 value "   PRAZO PADRAO(DIAS):".
               03 line 10 col 01 value "        MULTA POR DIA:".
       01 tela-nada-consta foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "         NADA CONSTA"
           foreground-color 11.
           02 line 06 col 33 value "       1 - Emitir Nada Consta"
           foreground-color 11.
           02 line 07 col 33 value "       2 - Verificar Certidao"
           foreground-color 11.
           02 line 08 col 33 value "       3 - Voltar"
           foreground-color 11.
           02 line 10 col 33 value "       Digite uma opcao [ ]"
           foreground-color 11.
       01 tela-emi-nada foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "   EMISSAO DE NADA CONSTA"
           foreground-color 11.
           02 line 06 col 01 value "    MATRICULA:" foreground-color 11.
       01 tela-ver-certidao foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "   VERIFICACAO DE CERTIDAO"
           foreground-color 11.
           02 campos foreground-color 11.
               03 line 06 col 01 value "     CERTIDAO:".
               03 line 07 col 01 value "    MATRICULA:".
               03 line 08 col 01 value "         NOME:".
               03 line 09 col 01 value "      EMISSAO:".
               03 line 10 col 01 value "     OPERADOR:".
       01 tela-operadores foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
               03 line 08 col 01 value "LIMITE DE EMPRESTIMOS:".
               03 line 09 col 01 value "TOLERANCIA ATRASO(DIAS):".
               03 line 10 col 01 value "RETIRADA RESERVA(DIAS):".
               03 line 11 col 01 value " LIMITE DE RENOVACOES:".
               03 line 12 col 01 value " VALIDADE CADASTRO(MES):".
               03 line 13 col 01 value " ANONIMIZAR APOS(MESES):".
               03 line 14 col 01 value " PRAZO PERIODICOS(DIAS):".
       01 tela-menu-parametros foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "    PARAMETROS DA BIBLIOTECA"
           foreground-color 11.
           02 line 06 col 33 value "       1 - Parametros Gerais"
           foreground-color 11.
           02 line 07 col 33 value "       2 - Calendario"
           foreground-color 11.
           02 line 08 col 33 value "       3 - Voltar"
           foreground-color 11.
           02 line 10 col 33 value "       Digite uma opcao [ ]"
           foreground-color 11.
       01 tela-calendario foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "   CALENDARIO DE FECHAMENTO"
           foreground-color 11.
           02 line 06 col 33 value "       1 - Incluir Periodo Fechado"
           foreground-color 11.
           02 line 07 col 33 value "       2 - Excluir Data Fechada"
           foreground-color 11.
           02 line 08 col 33 value "       3 - Fechar Fins de Semana"
           foreground-color 11.
           02 line 09 col 33 value "       4 - Voltar"
           foreground-color 11.
           02 line 11 col 33 value "       Digite uma opcao [ ]"
           foreground-color 11.
       01 tela-inc-periodo foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "  INCLUSAO DE PERIODO FECHADO"
           foreground-color 11.
           02 campos foreground-color 11.
               03 line 06 col 01 value " DATA INICIAL:".
               03 line 07 col 01 value "   DATA FINAL:".
               03 line 08 col 01 value "       MOTIVO:".
       01 tela-exc-data foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "   EXCLUSAO DE DATA FECHADA"
           foreground-color 11.
           02 campos foreground-color 11.
               03 line 06 col 01 value "         DATA:".
               03 line 07 col 01 value "       MOTIVO:".
       01 tela-fins-semana foreground-color 14.
           02 blank screen.
           02 line 01 col 01 value "Santos,    de            de     ".
           02 line 01 col 66 value "Biblioteca Central".
           02 line 02 col 33 value "       Controle de Livros".
           02 line 04 col 33 value "  FECHAMENTO DE FINS DE SEMANA"
           foreground-color 11.
           02 line 06 col 01 value "          ANO:" foreground-color 11.
       01 tela-encerra foreground-color 14.
           02 blank screen.
           02 line 05 col 33 value "FIM DE PROGRAMA".
           perform abre-leitores.
           perform abre-reservas.
           perform abre-operadores.
           perform abre-categorias.
           perform abre-calendario.
           perform abre-certidoes.
           perform abre-fasciculos.
           perform le-parametros.
           perform marca-inicio.
           if operador-w = spaces
           close bbleitores.
           close bbreservas.
           close bboperadores.
           close bbcateg.
           close bbcalend.
           close bbcertidoes.
           close bbfasciculos.
           close runctl.
       abre-arquivo.
           open i-o bblivros.
               open output bboperadores
               close bboperadores
               open i-o bboperadores.
       abre-categorias.
           open i-o bbcateg.
           if st-cat = "35"
               open output bbcateg
               close bbcateg
               open i-o bbcateg.
       abre-calendario.
           open i-o bbcalend.
           if st-cal = "35"
               open output bbcalend
               close bbcalend
               open i-o bbcalend.
       abre-certidoes.
           open i-o bbcertidoes.
           if st-cer = "35"
               open output bbcertidoes
               close bbcertidoes
               open i-o bbcertidoes.
       abre-fasciculos.
           open i-o bbfasciculos.
           if st-fas = "35"
               open output bbfasciculos
               close bbfasciculos
               open i-o bbfasciculos.
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
           perform carrega-parametros.
           move 3    to limite-emp-par.
           move zero to tolerancia-par.
           move 3    to retirada-par.
           move 2    to renovacoes-par.
           move 12   to validade-par.
           move 60   to inatividade-par.
           move 7    to prazo-periodico-par.
       carrega-parametros.
           move multa-dia-par  to multa-dia.
           move prazo-dias-par to prazo-dias-w.
           move limite-emp-par to limite-emp-w.
           move tolerancia-par to tolerancia-w.
           move renovacoes-par to renovacoes-max-w.
           move validade-par   to validade-meses-w.
           move prazo-periodico-par to prazo-periodico-w.
       carrega-regras-leitor.
           move limite-emp-w to limite-leitor-w.
           move prazo-dias-w to prazo-leitor-w.
           move multa-dia    to multa-leitor-w.
           if categoria-leitor not = spaces
               move categoria-leitor to codigo-cat
               read bbcateg key is codigo-cat
                   invalid key
                       continue
                   not invalid key
                       perform aplica-categoria
               end-read.
       aplica-categoria.
           move limite-emp-cat to limite-leitor-w.
           move prazo-dias-cat to prazo-leitor-w.
           move multa-dia-cat  to multa-leitor-w.
       busca-regras-leitor.
           read bbleitores key is matricula-leitor
               invalid key
                   initialize leitor
           end-read.
           perform carrega-regras-leitor.
       abre-controle.
           open i-o runctl.
           if st-ctl = "35"
               perform extrato-leitor
           when 13
               perform checa-nivel-baixa
           when 14
               perform renovar-livro
           when 0
               perform fim
           when other
               perform recebe-opcao.
       checa-nivel-parametros.
           if nivel-w = 2
               perform menu-parametros
           else
               display "Opcao restrita ao supervisor." at 2301
               foreground-color 12
               display "Opcao restrita ao supervisor." at 2301
               foreground-color 12
               perform recebe-opcao.
       checa-nivel-categorias.
           if nivel-w = 2
               perform categorias
           else
               display "Opcao restrita ao supervisor." at 1801
               foreground-color 12
               perform recebe-opcao-leitor.
       checa-nivel-nada-consta.
           if nivel-w = 2
               perform nada-consta
           else
               display "Opcao restrita ao supervisor." at 1801
               foreground-color 12
               perform recebe-opcao-leitor.
       
      *******************  INCLUIR NOVO LIVRO  *************************
       incluir-livro.
           if situacao-livro-w = 'c'
               display "COM PARCEIRO:" at 1701 with foreground-color 12
               display motivo-baixa-w at 1715 with foreground-color 12.
           if situacao-livro-w = 'f'
               move dd-baixa-w to dd-baixa-e
               move mm-baixa-w to mm-baixa-e
               move aa-baixa-w to aa-baixa-e
               display "NAO LOCALIZADO NO INVENTARIO DE" at 1701 with
               foreground-color 12
               display data-baixa-e at 1733 with foreground-color 12.
       aceita-alterar.
           display msg-blank at 1801.
           display "Deseja alterar o livro selecionado? (s/n) [ ]" at 
           move dia   to dd-baixa-w.
           move zeros to emprestado-w.
           initialize data-emprestimo-w data-prevista-w.
           move zero to renovacoes-w.
           move livro-w to livro.
           rewrite livro.
           evaluate st
                               end-if
                           when situacao-livro = 'c'
                               add 1 to qtde-emprestados-w
                           when situacao-livro = 'f'
                               continue
                           when other
                               add 1 to qtde-disponiveis-w
                           end-evaluate
           evaluate situacao-leitor
           when 'a'
           when 'A'
               if validade-leitor < data-sis
                   display msg-blank at 1801
                   display "Cadastro vencido. Leitor deve confirmar os "
                   "dados." at 1801 foreground-color 12
               else
                   display msg-blank at 1801
                   display "       LEITOR:" at 1701 with
                   foreground-color 11
                   display nome-leitor at 1716 with foreground-color 10
                   perform carrega-regras-leitor
                   perform checa-direito-reserva
               end-if
           when 's'
           when 'S'
               display msg-blank at 1801
               perform checa-limite-emprestimos.
       checa-limite-emprestimos.
           perform conta-emprestimos.
           if qtde-emp-leitor-w >= limite-leitor-w
               display msg-blank at 1801
               display "Leitor ja atingiu o limite de emprestimos." at
               1801 foreground-color 12
           perform propoe-prazo.
           display "  DEVOLVER ATE:" at 1501 with foreground-color 11.
           display data-prevista-e at 1516 with foreground-color 10.
           if fasciculo-w = 's'
               display "FASCICULO DE PERIODICO" at 1530 with
               foreground-color 11.
           perform pergunta-prazo.
       propoe-prazo.
           move prazo-leitor-w to prazo-proposto-w.
           perform checa-fasciculo.
           if fasciculo-w = 's' and prazo-periodico-w < prazo-proposto-w
               move prazo-periodico-w to prazo-proposto-w.
           compute dias-proposta-n =
               function integer-of-date(data-sis-n) + prazo-proposto-w.
           perform ajusta-dia-aberto.
           move dd-prop to dd-prevista-e.
           move mm-prop to mm-prevista-e.
           move aa-prop to aa-prevista-e.
       checa-fasciculo.
           move 'n' to fasciculo-w.
           move tombo-w to tombo-fasc.
           read bbfasciculos key is tombo-fasc
               invalid key
                   continue
               not invalid key
                   move 's' to fasciculo-w
           end-read.
       pergunta-prazo.
           display msg-blank at 1801.
           display "Aceitar o prazo padrao? (s/n) [ ]" at 1801
                   display "Data invalida. Verifique e redigite "
                   "(ddmmaaaa)" at 1801 foreground-color 12
               else
                   perform confere-prazo-manual.
       confere-prazo-manual.
           move aa-prevista-e to aa-cal.
           move mm-prevista-e to mm-cal.
           move dd-prevista-e to dd-cal.
           if fasciculo-w = 's' and data-cal-n > data-proposta-n
               display msg-blank at 1801
               display "Fasciculo de periodico. Data alem do prazo "
               "maximo." at 1801 foreground-color 12
           else
               move data-cal-n to data-fechado
               read bbcalend key is data-fechado
                   invalid key
                       display msg-blank at 1801
                       perform grava-prazo
                   not invalid key
                       display msg-blank at 1801
                       display "Biblioteca fechada nesta data. "
                       "Verifique e redigite" at 1801
                       foreground-color 12
               end-read
           end-if.
       grava-prazo.
           move dd-prevista-e to dd-prevista-w.
           move mm-prevista-e to mm-prevista-w.
           move dia           to dd-emprestimo-w.
           move mes           to mm-emprestimo-w.
           move ano-s         to aa-emprestimo-w.
           move zero          to renovacoes-w.
           if situacao-livro-w = 'f'
               move space to situacao-livro-w
               initialize data-baixa-w
               move spaces to motivo-baixa-w.
           move 's' to vld.
       confirma-emprestimo.
           display msg-blank at 1801.
               display dd-prevista-w at 1516 with foreground-color 10
               display mm-prevista-w at 1519 with foreground-color 10
               display aa-prevista-w at 1522 with foreground-color 10
               move emprestado-w to matricula-leitor
               perform busca-regras-leitor
               perform calcula-multa
               perform exibe-multa
               perform checa-reserva-devolucao
               compute dias-hoje-n =
                   function integer-of-date(data-sis-n)
               if dias-hoje-n > dias-prev-n
                   perform conta-dias-abertos
                   compute valor-multa-w =
                       dias-atraso-w * multa-leitor-w
               end-if
           end-if.
       exibe-multa.
               end-if
               move zeros to emprestado-w
               initialize data-emprestimo-w data-prevista-w
               move zero to renovacoes-w
               perform regrava-devolucao
           when 'n'
           when 'N'
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12.

      ****************  RENOVACAO DE EMPRESTIMO  ***********************
       renovar-livro.
           initialize livro livro-w vld cont sav.
           display tela-renovacao at 0101.
           perform exibe-data.
           perform buscar-livro until vld = 's'.
           display "        TOMBO:" at 0601 with foreground-color 11.
           display "       TITULO:" at 0701 with foreground-color 11.
           display "        AUTOR:" at 0801 with foreground-color 11.
           display "      EDITORA:" at 0901 with foreground-color 11.
           display "          ANO:" at 1001 with foreground-color 11.
           display "       DOACAO:" at 1101 with foreground-color 11.
           perform exibe-livro.
           perform checa-renovacao.
       checa-renovacao.
           evaluate emprestado-w
           when zero
           when zeros
               display msg-blank at 1801
               display "Livro nao esta emprestado." at 1801
               foreground-color 12
               perform continua-ren
           when other
               display "    MATRICULA:" at 1401 with foreground-color 10
               display emprestado-w at 1416 with foreground-color 10
               display "  DEVOLVER ATE:" at 1501 with foreground-color
               10
               display dd-prevista-w at 1516 with foreground-color 10
               display mm-prevista-w at 1519 with foreground-color 10
               display aa-prevista-w at 1522 with foreground-color 10
               display "RENOVACOES:" at 1460 with foreground-color 11
               display renovacoes-w at 1472 with foreground-color 10
               move emprestado-w to matricula-leitor
               perform busca-regras-leitor
               perform calcula-multa
               perform exibe-multa
               perform valida-renovacao
               if vld = 's'
                   perform propoe-prazo
                   display "NOVO PRAZO:" at 1556 with
                   foreground-color 11
                   display data-prevista-e at 1568 with
                   foreground-color 10
                   perform confirma-renovacao
               else
                   perform continua-ren.
       valida-renovacao.
           initialize vld.
           evaluate true
           when situacao-leitor = 's' or situacao-leitor = 'S'
               display msg-blank at 1801
               display "Leitor suspenso. Renovacao nao permitida." at
               1801 foreground-color 12
           when situacao-leitor not = 'a' and situacao-leitor not = 'A'
               display msg-blank at 1801
               display "Leitor desativado. Renovacao nao permitida." at
               1801 foreground-color 12
           when validade-leitor < data-sis
               display msg-blank at 1801
               display "Cadastro vencido. Leitor deve confirmar os "
               "dados." at 1801 foreground-color 12
           when dias-atraso-w > tolerancia-w
               display msg-blank at 1801
               display "Atraso acima da tolerancia. Renovacao nao "
               "permitida." at 1801 foreground-color 12
           when renovacoes-w >= renovacoes-max-w
               display msg-blank at 1801
               display "Limite de renovacoes atingido. Renovacao nao "
               "permitida." at 1801 foreground-color 12
           when other
               perform checa-reserva-renovacao
           end-evaluate.
       checa-reserva-renovacao.
           move zero to num-fila-w.
           if isbn-w not = spaces
               perform busca-fila-isbn.
           perform busca-fila-tombo.
           if num-fila-w not = zero
               display msg-blank at 1801
               display "Livro reservado por outro leitor. Renovacao "
               "nao permitida." at 1801 foreground-color 12
           else
               move 's' to vld.
       confirma-renovacao.
           display msg-blank at 1801.
           display "Confirma a renovacao deste emprestimo? (s/n) [ ]"
           at 1801 with foreground-color 10.
           accept sav at 1847 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               move emprestado-w to matricula-devolvida-w
               if dias-atraso-w not = zero
                   perform recebe-multa
               end-if
               perform grava-renovacao
               perform regrava-renovacao
               display msg-blank at 1801
               display "Renovacao registrada." at 1801
               foreground-color 10
               perform continua-ren
           when 'n'
           when 'N'
               perform continua-ren
           when other
               perform confirma-renovacao.
       grava-renovacao.
           move dd-prevista-e to dd-prevista-w.
           move mm-prevista-e to mm-prevista-w.
           move aa-prevista-e to aa-prevista-w.
           add 1 to renovacoes-w.
       grava-log-renovacao.
           move "RENOVACAO" to operacao-log.
           move "MATRICULA" to campo-log.
           move spaces to valor-antigo-log.
           move emprestado-w to valor-novo-log.
           perform escreve-log.
       regrava-renovacao.
           move livro-w to livro.
           rewrite livro.
           evaluate st
           when "00"
               perform grava-log-renovacao
           when other
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               close bblivros
               stop run
           end-evaluate.
       continua-ren.
           initialize cont.
           display "Deseja renovar outro emprestimo? (s/n) [ ]" at 1901
           foreground-color 10.
           accept cont at 1941 with prompt auto.
           evaluate cont
           when 's'
           when 'S'
               perform renovar-livro
           when 'n'
           when 'N'
               perform inicio
           when other
               display msg-blank at 1901
               display "Opcao invalida. Verifique e redigite" at 1901
               foreground-color 12.

      ********************  RESERVA DE LIVRO  **************************
       reservar-livro.
           initialize livro livro-w vld cont sav.
               display "Livro com parceiro. Reserva nao permitida."
               at 1801 foreground-color 12
               perform continua-res
           when situacao-livro-w = 'f'
               perform checa-exemplar-livre
           when emprestado-w = zeros
               display msg-blank at 1801
               display "Livro disponivel. Emprestimo dispensa reserva."
               at 1801 foreground-color 12
               perform continua-res
           when other
               perform checa-exemplar-livre
           end-evaluate.
       checa-exemplar-livre.
           perform procura-exemplar-livre.
           if tombo-livre-w not = zero
               move tombo-livre-w to tombo-livre-e
               display msg-blank at 1801
               display "Exemplar disponivel no tombo" at 1801
               foreground-color 12
               display tombo-livre-e at 1830 foreground-color 12
               display ". Emprestimo dispensa reserva." at 1836
               foreground-color 12
               perform continua-res
           else
               initialize vld
               perform valida-matricula-reserva until vld = 's'
               perform confirma-reserva.
       procura-exemplar-livre.
           move zero to tombo-livre-w.
           if isbn-w not = spaces
                          situacao-livro not = 'p' and
                          situacao-livro not = 'd' and
                          situacao-livro not = 'r' and
                          situacao-livro not = 'c' and
                          situacao-livro not = 'f'
                           move tombo to tombo-livre-w
                           move 's' to fim-lista
                       end-if
                       foreground-color 11
                       display nome-leitor at 0716 with
                       foreground-color 10
                       perform carrega-regras-leitor
                       move 's' to vld.
       carrega-situacao-extrato.
           perform carrega-livros-fora.
               display "Opcao invalida. Verifique e redigite" at 1901
               foreground-color 12.

      ***************  CALENDARIO DE FECHAMENTO  ***********************
       menu-parametros.
           initialize opp.
           display tela-menu-parametros at 0101.
           perform exibe-data.
           perform recebe-opcao-parametros.
       recebe-opcao-parametros.
           accept opp at 1058 with prompt auto.
           evaluate opp
           when 1
               perform parametros-biblioteca
           when 2
               perform calendario
           when 3
               perform inicio
           when other
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12
               perform recebe-opcao-parametros.
       calendario.
           initialize opk.
           display tela-calendario at 0101.
           perform exibe-data.
           perform recebe-opcao-calendario.
       recebe-opcao-calendario.
           accept opk at 1158 with prompt auto.
           evaluate opk
           when 1
               perform incluir-periodo
           when 2
               perform excluir-data-fechada
           when 3
               perform fechar-fins-semana
           when 4
               perform menu-parametros
           when other
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12
               perform recebe-opcao-calendario.
       incluir-periodo.
           initialize vld sav cont motivo-cal-w.
           move zeros to data-ini-cal-e data-fim-cal-e.
           display tela-inc-periodo at 0101.
           perform exibe-data.
           perform valida-data-inicial until vld = 's'.
           initialize vld.
           perform valida-data-final until vld = 's'.
           initialize vld.
           perform valida-motivo-cal until vld = 's'.
           perform gravar-periodo.
           perform continua-cal.
       valida-data-inicial.
           accept data-ini-cal-e at 0616 with prompt auto
           foreground-color 14.
           move aa-ini-cal to aa-cal.
           move mm-ini-cal to mm-cal.
           move dd-ini-cal to dd-cal.
           if function test-date-yyyymmdd(data-cal-n) not = zero
               display "Data invalida. Verifique e redigite (ddmmaaaa)"
               at 1801 foreground-color 12
           else
               display msg-blank at 1801
               compute dia-ini-cal-n =
                   function integer-of-date(data-cal-n)
               move 's' to vld.
       valida-data-final.
           accept data-fim-cal-e at 0716 with prompt auto
           foreground-color 14.
           move aa-fim-cal to aa-cal.
           move mm-fim-cal to mm-cal.
           move dd-fim-cal to dd-cal.
           if function test-date-yyyymmdd(data-cal-n) not = zero
               display "Data invalida. Verifique e redigite (ddmmaaaa)"
               at 1801 foreground-color 12
           else
               compute dia-fim-cal-n =
                   function integer-of-date(data-cal-n)
               perform confere-periodo.
       confere-periodo.
           evaluate true
           when dia-fim-cal-n < dia-ini-cal-n
               display msg-blank at 1801
               display "Data final anterior a inicial. Verifique e "
               "redigite" at 1801 foreground-color 12
           when dia-fim-cal-n - dia-ini-cal-n > 365
               display msg-blank at 1801
               display "Periodo maior que um ano. Verifique e redigite"
               at 1801 foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld
           end-evaluate.
       valida-motivo-cal.
           accept motivo-cal-w at 0816 with prompt auto
           foreground-color 14.
           evaluate motivo-cal-w
           when spaces
               display "Motivo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       gravar-periodo.
           display msg-blank at 1801.
           display "Deseja gravar o periodo? (s/n) [ ]" at 1801
           foreground-color 10.
           accept sav at 1833 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform grava-periodo
           when 'n'
           when 'N'
               perform continua-cal
           when other
               perform gravar-periodo.
       grava-periodo.
           move zero to contador-cal-w.
           move dia-ini-cal-n to dia-cal-n.
           perform grava-dia-fechado until dia-cal-n > dia-fim-cal-n.
           perform exibe-gravadas-cal.
       grava-dia-fechado.
           compute data-cal-n = function date-of-integer(dia-cal-n).
           move data-cal-n   to data-fechado.
           move motivo-cal-w to motivo-fechado.
           write dia-fechado
               invalid key
                   continue
               not invalid key
                   add 1 to contador-cal-w
           end-write.
           add 1 to dia-cal-n.
       exibe-gravadas-cal.
           move contador-cal-w to contador-cal-e.
           display msg-blank at 1701.
           display "DATAS FECHADAS GRAVADAS:" at 1701 with
           foreground-color 11.
           display contador-cal-e at 1726 with foreground-color 10.
       excluir-data-fechada.
           initialize vld del cont.
           move zeros to data-ini-cal-e.
           display tela-exc-data at 0101.
           perform exibe-data.
           perform busca-data-fechada until vld = 's'.
           perform aceita-excluir-data.
       busca-data-fechada.
           accept data-ini-cal-e at 0616 with prompt auto
           foreground-color 14.
           move aa-ini-cal to aa-cal.
           move mm-ini-cal to mm-cal.
           move dd-ini-cal to dd-cal.
           if function test-date-yyyymmdd(data-cal-n) not = zero
               display "Data invalida. Verifique e redigite (ddmmaaaa)"
               at 1801 foreground-color 12
           else
               perform le-data-fechada.
       le-data-fechada.
           move data-cal-n to data-fechado.
           read bbcalend key is data-fechado
               invalid key
                   display msg-blank at 1801
                   display "Data nao cadastrada no calendario." at 1801
                   foreground-color 12
               not invalid key
                   display msg-blank at 1801
                   display motivo-fechado at 0716 with
                   foreground-color 10
                   move 's' to vld
           end-read.
       aceita-excluir-data.
           display msg-blank at 1801.
           display "Deseja excluir a data do calendario? (s/n) [ ]" at
           1801 with foreground-color 10.
           accept del at 1845 with prompt auto.
           evaluate del
           when 's'
           when 'S'
               delete bbcalend record
               evaluate st-cal
               when "00"
                   display msg-blank at 1701
                   display "DATA EXCLUIDA DO CALENDARIO." at 1701 with
                   foreground-color 10
               when other
                   display msg-blank at 1701
                   display "ERRO DE EXCLUSAO! STATUS = " at 1701 with
                   foreground-color 12
                   display st-cal at 1728 with foreground-color 12
               end-evaluate
               perform continua-cal
           when 'n'
           when 'N'
               perform continua-cal
           when other
               perform aceita-excluir-data.
       fechar-fins-semana.
           initialize vld sav cont.
           move zero to ano-cal-w.
           display tela-fins-semana at 0101.
           perform exibe-data.
           perform valida-ano-cal until vld = 's'.
           perform gravar-fins-semana.
           perform continua-cal.
       valida-ano-cal.
           accept ano-cal-w at 0616 with prompt auto
           foreground-color 14.
           if ano-cal-w < ano-s
               display "Ano invalido. Verifique e redigite" at 1801
               foreground-color 12
           else
               display msg-blank at 1801
               move 's' to vld.
       gravar-fins-semana.
           display msg-blank at 1801.
           display "Deseja fechar os fins de semana do ano? (s/n) [ ]"
           at 1801 foreground-color 10.
           accept sav at 1848 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform grava-fins-semana
           when 'n'
           when 'N'
               perform continua-cal
           when other
               perform gravar-fins-semana.
       grava-fins-semana.
           move zero to contador-cal-w.
           move "FIM DE SEMANA" to motivo-cal-w.
           move ano-cal-w to aa-cal.
           move 01 to mm-cal.
           move 01 to dd-cal.
           compute dia-cal-n = function integer-of-date(data-cal-n).
           move 12 to mm-cal.
           move 31 to dd-cal.
           compute dia-fim-cal-n = function integer-of-date(data-cal-n).
           perform grava-fim-semana until dia-cal-n > dia-fim-cal-n.
           perform exibe-gravadas-cal.
       grava-fim-semana.
           divide dia-cal-n by 7 giving semana-cal-w
               remainder resto-cal-w.
           if resto-cal-w = 6 or resto-cal-w = zero
               perform grava-dia-fechado
           else
               add 1 to dia-cal-n.
       continua-cal.
           initialize cont.
           display msg-blank at 1801.
           display "Deseja manter o calendario? (s/n) [ ]" at 1801
           foreground-color 10.
           accept cont at 1836 with prompt auto.
           evaluate cont
           when 's'
           when 'S'
               perform calendario
           when 'n'
           when 'N'
               perform inicio
           when other
               display msg-blank at 1801
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12.
       conta-dias-abertos.
           move zero to dias-atraso-w.
           compute dia-cal-n = dias-prev-n + 1.
           perform verifica-dia-aberto until dia-cal-n > dias-hoje-n.
       verifica-dia-aberto.
           compute data-cal-n = function date-of-integer(dia-cal-n).
           move data-cal-n to data-fechado.
           read bbcalend key is data-fechado
               invalid key
                   add 1 to dias-atraso-w
           end-read.
           add 1 to dia-cal-n.
       ajusta-dia-aberto.
           move 'n' to aberto-w.
           move zero to tentativas-w.
           perform procura-dia-aberto until aberto-w = 's'.
       procura-dia-aberto.
           compute data-proposta-n =
               function date-of-integer(dias-proposta-n).
           move data-proposta-n to data-fechado.
           read bbcalend key is data-fechado
               invalid key
                   move 's' to aberto-w
               not invalid key
                   add 1 to dias-proposta-n
                   add 1 to tentativas-w
           end-read.
           if tentativas-w > 366
               move 's' to aberto-w.

      ***************  PARAMETROS DA BIBLIOTECA  ***********************
       parametros-biblioteca.
           initialize vld sav.
           perform le-parametros.
           display limite-emp-par   at 0826 with foreground-color 10.
           display tolerancia-par   at 0926 with foreground-color 10.
           display retirada-par     at 1026 with foreground-color 10.
           display renovacoes-par   at 1126 with foreground-color 10.
           display validade-par     at 1226 with foreground-color 10.
           display inatividade-par  at 1326 with foreground-color 10.
           display prazo-periodico-par at 1426 with foreground-color 10.
       valida-parametros.
           initialize vld.
           perform valida-multa-par until vld = 's'.
           perform valida-tolerancia-par until vld = 's'.
           initialize vld.
           perform valida-retirada-par until vld = 's'.
           initialize vld.
           perform valida-renovacoes-par until vld = 's'.
           initialize vld.
           perform valida-validade-par until vld = 's'.
           initialize vld.
           perform valida-inatividade-par until vld = 's'.
           initialize vld.
           perform valida-prazo-periodico-par until vld = 's'.
           move 'ok' to vld.
       valida-multa-par.
           accept multa-par-e at 0626 with prompt auto
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-renovacoes-par.
           accept renovacoes-par at 1126 with prompt auto
           foreground-color 14.
           display msg-blank at 1801.
           move 's' to vld.
       valida-validade-par.
           accept validade-par at 1226 with prompt auto
           foreground-color 14.
           evaluate validade-par
           when zero
               display "Validade invalida. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-inatividade-par.
           accept inatividade-par at 1326 with prompt auto
           foreground-color 14.
           evaluate inatividade-par
           when zero
               display "Periodo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-prazo-periodico-par.
           accept prazo-periodico-par at 1426 with prompt auto
           foreground-color 14.
           evaluate prazo-periodico-par
           when zero
               display "Prazo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       gravar-parametros.
           display msg-blank at 1801.
           display "Deseja gravar os parametros? (s/n) [ ]" at 1801
           perform exibe-data.
           perform recebe-opcao-leitor.
       recebe-opcao-leitor.
           accept opl at 1358 with prompt auto.
           evaluate opl
           when 1
               perform incluir-leitor
           when 3
               perform desativar-leitor
           when 4
               perform checa-nivel-categorias
           when 5
               perform checa-nivel-nada-consta
           when 6
               perform inicio
           when other
               display "Opcao invalida. Verifique e redigite" at 1801
           perform valida-endereco-leitor until vld = 's'.
           initialize vld.
           perform valida-telefone-leitor until vld = 's'.
           initialize vld.
           perform valida-categoria-leitor until vld = 's'.
           initialize vld.
           perform valida-email-leitor until vld = 's'.
           initialize vld.
           perform valida-contato-leitor until vld = 's'.
           move 'ok' to vld.
       valida-matricula-leitor.
           accept matricula-leitor-w at 0616 with prompt auto
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-categoria-leitor.
           accept categoria-leitor-w at 1016 with prompt auto
           foreground-color 14.
           evaluate categoria-leitor-w
           when spaces
               display msg-blank at 1801
               display "GERAL               " at 1020 with
               foreground-color 10
               move 's' to vld
           when other
               move categoria-leitor-w to codigo-cat
               read bbcateg key is codigo-cat
                   invalid key
                       display msg-blank at 1801
                       display "Categoria nao cadastrada. Verifique e "
                       "redigite" at 1801 foreground-color 12
                   not invalid key
                       display msg-blank at 1801
                       display descricao-cat at 1020 with
                       foreground-color 10
                       move 's' to vld.
       exibe-categoria-leitor.
           display categoria-leitor-w at 1016 with foreground-color 10.
           if categoria-leitor-w = spaces
               display "GERAL" at 1020 with foreground-color 10
           else
               move categoria-leitor-w to codigo-cat
               read bbcateg key is codigo-cat
                   invalid key
                       move spaces to descricao-cat
               end-read
               display descricao-cat at 1020 with foreground-color 10.
       valida-email-leitor.
           accept email-leitor-w at 1116 with prompt auto
           foreground-color 14.
           move zero to arroba-w.
           inspect email-leitor-w tallying arroba-w for all "@".
           if email-leitor-w = spaces or arroba-w = 1
               display msg-blank at 1801
               move 's' to vld
           else
               display "E-mail invalido. Verifique e redigite" at 1801
               foreground-color 12.
       valida-contato-leitor.
           accept contato-leitor-w at 1217 with prompt auto
           foreground-color 14.
           evaluate contato-leitor-w
           when 'e'
               if email-leitor-w = spaces
                   display msg-blank at 1801
                   display "Contato por e-mail exige o e-mail do "
                   "leitor" at 1801 foreground-color 12
               else
                   display msg-blank at 1801
                   move 's' to vld
               end-if
           when 's'
           when 'c'
               display msg-blank at 1801
               move 's' to vld
           when other
               display "Opcao invalida, somente 'e', 's' ou 'c'" at
               1801 foreground-color 12.
       valida-situacao-leitor.
           accept situacao-leitor-w at 1316 with prompt auto
           foreground-color 14.
           evaluate situacao-leitor-w
           when 'a'
               perform gravar-dados-leitor.
       grava-leitor.
           move 'a' to situacao-leitor-w.
           perform calcula-validade.
           perform exibe-validade-leitor.
           move leitor-w to leitor.
           write leitor.
           evaluate st-lei
           perform exibe-leitor.
           initialize vld.
           perform altera-leitor until vld = 'ok'.
           perform confirma-dados-leitor.
           perform regravar-leitor.
           perform continua-lei.
       buscar-leitor.
                       display "Leitor nao cadastrado" at 1801 with
                       foreground-color 12
                   not invalid key
                       if situacao-leitor = 'x'
                           display msg-blank at 1801
                           display "Leitor anonimizado. Cadastro nao "
                           "pode ser mantido." at 1801 with
                           foreground-color 12
                       else
                           display msg-blank at 1801
                           move 's' to vld
                       end-if
                   end-read.
       exibe-leitor.
           move leitor to leitor-w.
           display matricula-leitor-w at 0616 with foreground-color 10.
           display nome-leitor-w      at 0716 with foreground-color 10.
           display endereco-leitor-w  at 0816 with foreground-color 10.
           display telefone-leitor-w  at 0916 with foreground-color 10.
           perform exibe-categoria-leitor.
           display email-leitor-w     at 1116 with foreground-color 10.
           display contato-leitor-w   at 1217 with foreground-color 10.
           display situacao-leitor-w  at 1316 with foreground-color 10.
           perform exibe-validade-leitor.
       altera-leitor.
           perform valida-nome-leitor until vld = 's'.
           initialize vld.
           initialize vld.
           perform valida-telefone-leitor until vld = 's'.
           initialize vld.
           perform valida-categoria-leitor until vld = 's'.
           initialize vld.
           perform valida-email-leitor until vld = 's'.
           initialize vld.
           perform valida-contato-leitor until vld = 's'.
           initialize vld.
           perform valida-situacao-leitor until vld = 's'.
           move 'ok' to vld.
       confirma-dados-leitor.
           display msg-blank at 1801.
           display "Leitor confirmou os dados? (s/n) [ ]" at 1801
           foreground-color 10.
           accept cfd at 1835 with prompt auto.
           evaluate cfd
           when 's'
           when 'S'
               perform calcula-validade
               perform exibe-validade-leitor
           when 'n'
           when 'N'
               continue
           when other
               perform confirma-dados-leitor.
       calcula-validade.
           compute meses-val-w =
               ano-s * 12 + mes - 1 + validade-meses-w.
           divide meses-val-w by 12 giving aa-validade-w
               remainder mm-validade-w.
           add 1 to mm-validade-w.
           move dia to dd-validade-w.
           if dd-validade-w > 28
               perform limita-dia-validade.
       limita-dia-validade.
           add 1 to meses-val-w.
           divide meses-val-w by 12 giving aa-fim-mes
               remainder mm-fim-mes.
           add 1 to mm-fim-mes.
           move 1 to dd-fim-mes.
           compute dias-fim-mes =
               function integer-of-date(data-fim-mes-n) - 1.
           compute data-fim-mes-n =
               function date-of-integer(dias-fim-mes).
           if dd-validade-w > dd-fim-mes
               move dd-fim-mes to dd-validade-w.
       exibe-validade-leitor.
           move dd-validade-w to dd-validade-e.
           move mm-validade-w to mm-validade-e.
           move aa-validade-w to aa-validade-e.
           display validade-e at 1416 with foreground-color 10.
       regravar-leitor.
           display msg-blank at 1801.
           display "Deseja regravar os dados do leitor? (s/n) [ ]" at
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12.

      ******************  CATEGORIAS DE LEITOR  ************************
       categorias.
           initialize opc.
           display tela-categorias at 0101.
           perform exibe-data.
           perform recebe-opcao-categoria.
       recebe-opcao-categoria.
           accept opc at 1058 with prompt auto.
           evaluate opc
           when 1
               perform incluir-categoria
           when 2
               perform alterar-categoria
           when 3
               perform leitores
           when other
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12
               perform recebe-opcao-categoria.
       incluir-categoria.
           initialize vld categoria categoria-w sav cont.
           display tela-inc-categoria at 0101.
           perform exibe-data.
           perform valida-dados-categoria until vld = 'ok'.
           perform gravar-dados-categoria.
           perform continua-cat.
       valida-dados-categoria.
           initialize vld.
           perform valida-codigo-cat until vld = 's'.
           initialize vld.
           perform altera-categoria until vld = 'ok'.
       valida-codigo-cat.
           accept codigo-cat-w at 0626 with prompt auto
           foreground-color 14.
           evaluate codigo-cat-w
           when spaces
               display msg-blank at 1801
               display "Codigo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               move codigo-cat-w to codigo-cat
               read bbcateg key is codigo-cat
                   invalid key
                       display msg-blank at 1801
                       move 's' to vld
                   not invalid key
                       display msg-blank at 1801
                       display "Categoria ja cadastrada." at 1801
                       foreground-color 12.
       valida-descricao-cat.
           accept descricao-cat-w at 0726 with prompt auto
           foreground-color 14.
           evaluate descricao-cat-w
           when spaces
               display "Descricao invalida. Verifique e redigite" at
               1801 foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-limite-cat.
           accept limite-emp-cat-w at 0826 with prompt auto
           foreground-color 14.
           evaluate limite-emp-cat-w
           when zero
               display "Limite invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-prazo-cat.
           accept prazo-dias-cat-w at 0926 with prompt auto
           foreground-color 14.
           evaluate prazo-dias-cat-w
           when zero
               display "Prazo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               display msg-blank at 1801
               move 's' to vld.
       valida-multa-cat.
           accept multa-cat-e at 1026 with prompt auto
           foreground-color 14.
           move multa-cat-e to multa-dia-cat-w.
           display msg-blank at 1801.
           move 's' to vld.
       gravar-dados-categoria.
           display msg-blank at 1801.
           display "Deseja gravar a nova categoria? (s/n) [ ]" at 1801
           foreground-color 10.
           accept sav at 1840 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform grava-categoria
           when 'n'
           when 'N'
               perform continua-cat
           when other
               perform gravar-dados-categoria.
       grava-categoria.
           move categoria-w to categoria.
           write categoria.
           evaluate st-cat
           when "00"
               continue
           when other
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run
           end-evaluate.
       alterar-categoria.
           initialize vld categoria categoria-w sav cont.
           display tela-alt-categoria at 0101.
           perform exibe-data.
           perform buscar-categoria until vld = 's'.
           perform exibe-categoria.
           initialize vld.
           perform altera-categoria until vld = 'ok'.
           perform regravar-categoria.
           perform continua-cat.
       buscar-categoria.
           accept codigo-cat-w at 0626 with prompt auto
           foreground-color 14.
           evaluate codigo-cat-w
           when spaces
               display msg-blank at 1801
               display "Codigo invalido. Verifique e redigite" at 1801
               foreground-color 12
           when other
               move codigo-cat-w to codigo-cat
               read bbcateg key is codigo-cat
                   invalid key
                       display msg-blank at 1801
                       display "Categoria nao cadastrada" at 1801 with
                       foreground-color 12
                   not invalid key
                       display msg-blank at 1801
                       move 's' to vld.
       exibe-categoria.
           move categoria to categoria-w.
           move multa-dia-cat-w to multa-cat-e.
           display codigo-cat-w     at 0626 with foreground-color 10.
           display descricao-cat-w  at 0726 with foreground-color 10.
           display limite-emp-cat-w at 0826 with foreground-color 10.
           display prazo-dias-cat-w at 0926 with foreground-color 10.
           display multa-cat-e      at 1026 with foreground-color 10.
       altera-categoria.
           initialize vld.
           perform valida-descricao-cat until vld = 's'.
           initialize vld.
           perform valida-limite-cat until vld = 's'.
           initialize vld.
           perform valida-prazo-cat until vld = 's'.
           initialize vld.
           perform valida-multa-cat until vld = 's'.
           move 'ok' to vld.
       regravar-categoria.
           display msg-blank at 1801.
           display "Deseja regravar os dados da categoria? (s/n) [ ]"
           at 1801 with foreground-color 10.
           accept sav at 1847 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform regrava-categoria
           when 'n'
           when 'N'
               perform continua-cat
           when other
               perform regravar-categoria.
       regrava-categoria.
           move categoria-w to categoria.
           rewrite categoria.
           evaluate st-cat
           when "00"
               continue
           when other
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run
           end-evaluate.
       continua-cat.
           initialize cont.
           display msg-blank at 1801.
           display "Deseja manter outra categoria? (s/n) [ ]" at 1801
           foreground-color 10.
           accept cont at 1839 with prompt auto.
           evaluate cont
           when 's'
           when 'S'
               perform categorias
           when 'n'
           when 'N'
               perform inicio
           when other
               display msg-blank at 1801
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12.

      *******************  NADA CONSTA  ********************************
       nada-consta.
           initialize opn.
           display tela-nada-consta at 0101.
           perform exibe-data.
           perform recebe-opcao-nada.
       recebe-opcao-nada.
           accept opn at 1058 with prompt auto.
           evaluate opn
           when 1
               perform emitir-nada-consta
           when 2
               perform verificar-certidao
           when 3
               perform leitores
           when other
               display "Opcao invalida. Verifique e redigite" at 1801
               foreground-color 12
               perform recebe-opcao-nada.
       emitir-nada-consta.
           initialize vld cont sav leitor leitor-w.
           move zero to matricula-ext-w.
           display tela-emi-nada at 0101.
           perform exibe-data.
           perform valida-matricula-nada until vld = 's'.
           perform levanta-pendencias.
           if qtde-pend-w = zero
               perform confirma-nada-consta
           else
               perform exibe-pendencias
               perform imprime-pendencias.
           perform continua-nad.
       valida-matricula-nada.
           accept matricula-ext-w at 0616 with prompt auto
           foreground-color 14.
           evaluate matricula-ext-w
           when zero
           when zeros
               display "Matricula invalida. Verifique e redigite" at
               1801 foreground-color 12
           when other
               move matricula-ext-w to matricula-leitor
               read bbleitores key is matricula-leitor
                   invalid key
                       display msg-blank at 1801
                       display "Matricula nao cadastrada. Verifique e "
                       "redigite" at 1801 foreground-color 12
                   not invalid key
                       if situacao-leitor = 'x'
                           display msg-blank at 1801
                           display "Leitor anonimizado. Cadastro nao "
                           "pode ser mantido." at 1801 with
                           foreground-color 12
                       else
                           display msg-blank at 1801
                           display "       LEITOR:" at 0701 with
                           foreground-color 11
                           display nome-leitor at 0716 with
                           foreground-color 10
                           perform carrega-regras-leitor
                           move 's' to vld.
       levanta-pendencias.
           move zero to qtde-pend-w.
           move zero to total-tab-pend.
           perform pendencias-livros.
           perform pendencias-caixa.
           perform pendencias-ill.
       pendencias-livros.
           move 'n' to fim-nad.
           move zeros to tombo.
           start bblivros key is not less than tombo
               invalid key
                   move 's' to fim-nad
           end-start.
           perform varre-livros-nada until fim-nad = 's'.
       varre-livros-nada.
           read bblivros next record
               at end
                   move 's' to fim-nad
               not at end
                   if emprestado = matricula-ext-w
                       perform guarda-pend-livro
                   end-if
           end-read.
       guarda-pend-livro.
           move livro to livro-w.
           perform calcula-multa.
           move "EMPRESTIMO"  to tipo-pend-w.
           move tombo         to ref-pend-w.
           move titulo        to desc-pend-w.
           move valor-multa-w to valor-pend-w.
           perform guarda-pendencia.
       pendencias-caixa.
           move 'n' to fim-cai.
           open input caixa.
           if st-cai = "00"
               perform ler-caixa-mul
               perform examina-caixa-nada until fim-cai = 's'
               close caixa.
       examina-caixa-nada.
           perform normaliza-movimento.
           if matricula-mov = matricula-ext-w and
              saldo-mov not = zero
               perform guarda-pend-caixa.
           perform ler-caixa-mul.
       guarda-pend-caixa.
           if tipo-mov = 'r'
               move "REPOSICAO" to tipo-pend-w
           else
               move "MULTA" to tipo-pend-w.
           move tombo-mov    to ref-pend-w.
           move dd-mov       to dd-desc-cai.
           move mm-mov       to mm-desc-cai.
           move aa-mov       to aa-desc-cai.
           move desc-caixa-w to desc-pend-w.
           move saldo-mov    to valor-pend-w.
           perform guarda-pendencia.
       pendencias-ill.
           open input bbill.
           evaluate st-ill
           when "00"
               move 'n' to fim-nad
               move zeros to num-ill
               start bbill key is not less than num-ill
                   invalid key
                       move 's' to fim-nad
               end-start
               perform varre-ill-nada until fim-nad = 's'
               close bbill
           when "35"
               continue
           when other
               move "EEB" to tipo-pend-w
               move zero  to ref-pend-w
               move "ARQUIVO EEB INDISPONIVEL" to desc-pend-w
               move zero  to valor-pend-w
               perform guarda-pendencia
           end-evaluate.
       varre-ill-nada.
           read bbill next record
               at end
                   move 's' to fim-nad
               not at end
                   if tipo-ill = 'p' and
                      matricula-ill = matricula-ext-w and
                      (situacao-ill = 'p' or situacao-ill = 'r' or
                       situacao-ill = 'e')
                       perform guarda-pend-ill
                   end-if
           end-read.
       guarda-pend-ill.
           move "EEB"      to tipo-pend-w.
           move num-ill    to ref-pend-w.
           move titulo-ill to desc-pend-w.
           move zero       to valor-pend-w.
           perform guarda-pendencia.
       guarda-pendencia.
           add 1 to qtde-pend-w.
           if total-tab-pend < 30
               add 1 to total-tab-pend
               move tipo-pend-w  to tipo-pend-tab(total-tab-pend)
               move ref-pend-w   to ref-pend-tab(total-tab-pend)
               move desc-pend-w  to desc-pend-tab(total-tab-pend)
               move valor-pend-w to valor-pend-tab(total-tab-pend).
       exibe-pendencias.
           display "PENDENCIAS ENCONTRADAS:" at 0901 with
           foreground-color 12.
           move qtde-pend-w to qtde-pend-e.
           display qtde-pend-e at 0925 with foreground-color 12.
           display "TIPO          REF DESCRICAO"
           "                         VALOR" at 1001 with
           foreground-color 11.
           move 1 to ip.
           perform exibe-pendencia
               until ip > total-tab-pend or ip > 6.
           if qtde-pend-w > 6
               display "HA MAIS PENDENCIAS ALEM DAS EXIBIDAS" at 1701
               with foreground-color 12.
       exibe-pendencia.
           move tipo-pend-tab(ip)  to tipo-pend-e.
           move ref-pend-tab(ip)   to ref-pend-e.
           move desc-pend-tab(ip)  to desc-pend-e.
           move valor-pend-tab(ip) to valor-pend-e.
           compute pos-mul-w = (10 + ip) * 100 + 1.
           display linha-pend-e at pos-mul-w with foreground-color 10.
           add 1 to ip.
       imprime-pendencias.
           open output nadaconsta.
           perform imprime-cabecalho-nad.
           write linha-nad from linha-pen-cab-2.
           move spaces to linha-nad.
           write linha-nad.
           perform imprime-leitor-nad.
           move spaces to linha-nad.
           write linha-nad.
           write linha-nad from linha-pen-cab-3.
           move 1 to ip.
           perform imprime-pendencia until ip > total-tab-pend.
           move spaces to linha-nad.
           write linha-nad.
           move qtde-pend-w to total-pen-e.
           write linha-nad from linha-pen-tot.
           if qtde-pend-w > total-tab-pend
               compute qtde-pen-mais-e = qtde-pend-w - total-tab-pend
               write linha-nad from linha-pen-mais.
           close nadaconsta.
           display msg-blank at 1801.
           display "Pendencias gravadas em NADACONSTA.LST" at 1801
           foreground-color 12.
       imprime-pendencia.
           move tipo-pend-tab(ip)  to tipo-pend-e.
           move ref-pend-tab(ip)   to ref-pend-e.
           move desc-pend-tab(ip)  to desc-pend-e.
           move valor-pend-tab(ip) to valor-pend-e.
           write linha-nad from linha-pend-e.
           add 1 to ip.
       imprime-cabecalho-nad.
           move dia   to dd-data-ext.
           move mes   to mm-data-ext.
           move ano-s to aa-data-ext.
           move data-ext-e to data-ext-cab-e.
           write linha-nad from linha-ext-cab-1.
       imprime-leitor-nad.
           move matricula-ext-w to matricula-ext-e.
           move nome-leitor to nome-ext-e.
           write linha-nad from linha-ext-leitor.
       confirma-nada-consta.
           display "NENHUMA PENDENCIA ENCONTRADA." at 0901 with
           foreground-color 10.
           perform pergunta-nada-consta.
       pergunta-nada-consta.
           display msg-blank at 1801.
           display "Emitir nada consta e desativar o leitor? (s/n) [ ]"
           at 1801 with foreground-color 10.
           accept sav at 1849 with prompt auto.
           evaluate sav
           when 's'
           when 'S'
               perform grava-nada-consta
           when 'n'
           when 'N'
               display msg-blank at 1801
           when other
               perform pergunta-nada-consta.
       gera-num-certidao.
           move zero to seq-cer-w.
           open input certseq.
           if st-cseq = "00"
               read certseq
                   at end
                       move zero to seq-cer-w
                   not at end
                       move registro-certseq to seq-cer-w
               end-read
               close certseq.
           add 1 to seq-cer-w.
           initialize livre-w.
           perform verifica-certidao-livre until livre-w = 's'.
           move seq-cer-w to registro-certseq.
           open output certseq.
           write registro-certseq.
           close certseq.
       verifica-certidao-livre.
           move seq-cer-w to num-certidao.
           read bbcertidoes key is num-certidao
               invalid key
                   move 's' to livre-w
               not invalid key
                   add 1 to seq-cer-w.
       grava-nada-consta.
           perform gera-num-certidao.
           move seq-cer-w       to num-certidao.
           move matricula-ext-w to matricula-certidao.
           move nome-leitor     to nome-certidao.
           move ano-s           to aa-certidao.
           move mes             to mm-certidao.
           move dia             to dd-certidao.
           move operador-w      to operador-certidao.
           write certidao.
           evaluate st-cer
           when "00"
               perform desativa-leitor-nada
               perform grava-log-nada
               perform imprime-nada-consta
               move seq-cer-w to num-certidao-e
               display "CERTIDAO No.:" at 1101 with
               foreground-color 11
               display num-certidao-e at 1115 with foreground-color 10
               display msg-blank at 1801
               display "Nada consta gravado em NADACONSTA.LST" at 1801
               foreground-color 10
           when other
               display msg-blank at 1801
               display "ERRO DE GRAVACAO!" at 1801 foreground-color 12
               perform fecha-tudo
               stop run
           end-evaluate.
       desativa-leitor-nada.
           move matricula-ext-w to matricula-leitor.
           read bbleitores key is matricula-leitor
               invalid key
                   continue
               not invalid key
                   move leitor to leitor-w
                   move 'i' to situacao-leitor-w
                   perform regrava-leitor
           end-read.
       grava-log-nada.
           move zeros to tombo-w.
           move "NADACONSTA" to operacao-log.
           move "MATRICULA" to campo-log.
           move spaces to valor-antigo-log.
           move matricula-ext-w to matricula-log-nada.
           move seq-cer-w to certidao-log-nada.
           move log-nada-w to valor-novo-log.
           perform escreve-log.
       imprime-nada-consta.
           open output nadaconsta.
           perform imprime-cabecalho-nad.
           move seq-cer-w to num-nad-cab-e.
           write linha-nad from linha-nad-cab-2.
           move spaces to linha-nad.
           write linha-nad.
           write linha-nad from linha-nad-texto-1.
           write linha-nad from linha-nad-texto-2.
           write linha-nad from linha-nad-texto-3.
           write linha-nad from linha-nad-texto-4.
           move spaces to linha-nad.
           write linha-nad.
           perform imprime-leitor-nad.
           move spaces to linha-nad.
           write linha-nad.
           move dia        to dd-nad-e.
           move mes-t(mes) to mes-nad-e.
           move ano-s      to aa-nad-e.
           write linha-nad from linha-nad-local.
           move spaces to linha-nad.
           write linha-nad.
           write linha-nad.
           write linha-nad from linha-nad-assinatura.
           move operador-w to operador-nad-e.
           write linha-nad from linha-nad-operador.
           move spaces to linha-nad.
           write linha-nad.
           write linha-nad from linha-nad-verifica.
           close nadaconsta.
       continua-nad.
           initialize cont.
           display "Deseja emitir outro nada consta? (s/n) [ ]" at 1901
           foreground-color 10.
           accept cont at 1941 with prompt auto.
           evaluate cont
           when 's'
           when 'S'
               perform emitir-nada-consta
           when 'n'
           when 'N'
               perform inicio
           when other
               display msg-blank at 1901
               display "Opcao invalida. Verifique e redigite" at 1901
               foreground-color 12.
       verificar-certidao.
           initialize vld cont.
           move zero to num-certidao-w.
           display tela-ver-certidao at 0101.
           perform exibe-data.
           perform valida-num-certidao until vld = 's'.
           perform exibe-certidao.
           perform continua-ver.
       valida-num-certidao.
           accept num-certidao-w at 0616 with prompt auto
           foreground-color 14.
           if num-certidao-w = zero
               display "Numero invalido. Verifique e redigite" at 1801
               foreground-color 12
           else
               display msg-blank at 1801
               move 's' to vld.
       exibe-certidao.
           move num-certidao-w to num-certidao.
           read bbcertidoes key is num-certidao
               invalid key
                   display "CERTIDAO NAO CONSTA DO REGISTRO." at 1801
                   foreground-color 12
               not invalid key
                   display matricula-certidao at 0716 with
                   foreground-color 10
                   display nome-certidao at 0816 with
                   foreground-color 10
                   move dd-certidao to dd-certidao-e
                   move mm-certidao to mm-certidao-e
                   move aa-certidao to aa-certidao-e
                   display data-certidao-e at 0916 with
                   foreground-color 10
                   display operador-certidao at 1016 with
                   foreground-color 10
                   display "Certidao valida." at 1801
                   foreground-color 10
           end-read.
       continua-ver.
           initialize cont.
           display "Deseja verificar outra certidao? (s/n) [ ]" at 1901
           foreground-color 10.
           accept cont at 1941 with prompt auto.
           evaluate cont
           when 's'
           when 'S'
               perform verificar-certidao
           when 'n'
           when 'N'
               perform inicio
           when other
               display msg-blank at 1901
               display "Opcao invalida. Verifique e redigite" at 1901
               foreground-color 12.

      *****************  CADASTRO DE OPERADORES  ***********************
       operadores.
           initialize opo.
