       file-control.
           copy bblivsel.
           copy bbleitsel.
           copy bbcatsel.
           copy bbcalsel.
           select atrasados
           assign to disk
           organization line sequential
           assign to disk
           organization line sequential
           file status is st-avi.
           select parametros
           assign to disk
           organization line sequential
           file status is st-par.
           select notificacoes
           assign to dynamic nome-notif-w
           organization line sequential
           file status is st-not.
           select classifica
           assign to disk.

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
           fd parametros
           label record standard
           data record is registro-parametros
           value of file-id is "PARAMETROS.DAT".
           copy parametro.
           fd atrasados
           label record standard
           data record is linha-atr
           data record is linha-avi
           value of file-id is "AVISOS.LST".
       01 linha-avi pic x(132).
           fd notificacoes
           label record standard
           data record is notificacao.
           copy notifica.
           sd classifica
           data record is reg-class.
       01 reg-class.
               03 aa-prev-class pic 9999.
               03 mm-prev-class pic 99.
               03 dd-prev-class pic 99.
           02 multa-class     pic 9(04)v99.

           fd runctl
           label record standard
       01 st-lei     pic xx.
       01 st-atr     pic xx.
       01 st-avi     pic xx.
       01 st-par     pic xx.
       01 st-cat     pic xx.
       01 st-cal     pic xx.
       01 st-not     pic xx.
       01 fim-leit   pic a value 'n'.
       01 fim-class  pic a value 'n'.
       01 fim-cat    pic a value 'n'.
       01 sem-leitores pic a value 'n'.
       01 sem-categorias pic a value 'n'.
       01 sem-calendario pic a value 'n'.
       01 sem-notificacoes pic a value 'n'.
       01 gera-lembretes pic a value 'n'.
       01 canal-w    pic a value space.
       01 destino-w  pic x(40) value spaces.
       01 nome-notif-w pic x(17) value spaces.
       01 nome-notif-r redefines nome-notif-w.
           02 filler         pic x(05).
           02 data-notif-nome pic 9(08).
           02 filler         pic x(04).
       01 multa-dia-w    pic 9(02)v99 value 1,00.
       01 multa-leitor-w pic 9(02)v99 value 1,00.
       01 valor-multas-w pic 9(07)v99 value zero.
       01 contador-emprestados pic 9(05) value zero.
       01 contador-atrasados   pic 9(05) value zero.
       01 contador-avisos      pic 9(05) value zero.
       01 contador-notificacoes pic 9(05) value zero.
       01 contador-lembretes   pic 9(05) value zero.
       01 matricula-ant pic 9(05) value zero.
       01 dias-hoje     pic 9(08) value zero.
       01 dias-prev     pic 9(08) value zero.
       01 dias-atraso-w pic 9(05) value zero.
       01 data-prev-n   pic 9(08) value zero.
       01 dia-cal-n     pic 9(08) value zero.
       01 data-cal-n    pic 9(08) value zero.

       01 ic pic 9(03) value zero.
       01 total-tab-categoria pic 9(03) value zero.
       01 contador-categorias-omitidas pic 9(05) value zero.
       01 tab-categoria.
           02 item-categoria occurs 50 times.
               03 codigo-cat-tab pic x(02)     value spaces.
               03 limite-cat-tab pic 9(02)     value zero.
               03 prazo-cat-tab  pic 9(03)     value zero.
               03 multa-cat-tab  pic 9(02)v99  value zero.
       01 data-sis.
           02 ano-s pic 9999.
           02 mes   pic 99.
           02 filler pic x(10)  value "PREVISTA".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "DIAS ATRAS".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "     MULTA".
       01 linha-det.
           02 tombo-det     pic ZZZZZ9.
           02 filler        pic x(02) value spaces.
               03 aa-prev-det pic 9999.
           02 filler        pic x(01) value space.
           02 dias-det      pic ZZZZ9.
           02 filler        pic x(03) value spaces.
           02 multa-det     pic $.$$9,99.
       01 linha-rodape-1.
           02 filler pic x(32) value
           "TOTAL DE LIVROS EMPRESTADOS:".
           02 filler pic x(32) value
           "TOTAL DE EMPRESTIMOS EM ATRASO:".
           02 total-atr-e pic ZZZZ9.
       01 linha-rodape-3.
           02 filler pic x(32) value
           "VALOR DAS MULTAS ACUMULADAS:".
           02 total-mul-e pic $$$.$$$.$$9,99.
       01 linha-omitidas-cat.
           02 filler pic x(41) value
           "CATEGORIAS IGNORADAS (TABELA CHEIA):".
           02 qtde-omitidas-cat-e pic ZZZZ9.

       01 linha-separador.
           02 filler pic x(70) value all "=".
           02 filler pic x(10) value "PREVISTA".
           02 filler pic x(01) value space.
           02 filler pic x(10) value "DIAS ATRAS".
           02 filler pic x(01) value space.
           02 filler pic x(10) value "     MULTA".
       01 linha-aviso-det.
           02 tombo-avi     pic ZZZZZ9.
           02 filler        pic x(02) value spaces.
               03 aa-prev-avi pic 9999.
           02 filler        pic x(01) value space.
           02 dias-avi      pic ZZZZ9.
           02 filler        pic x(03) value spaces.
           02 multa-avi     pic $.$$9,99.

       procedure division.
       inicio.
           move mes   to mm-e.
           move ano-s to aa-e.
           compute dias-hoje = function integer-of-date(data-sis-n).
           perform le-parametros.
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform carrega-categorias.
           perform gera-relatorio.
           perform gera-avisos.
           perform fecha-arquivos.
           display "Emprestados: " contador-emprestados.
           display "Em atraso: "   contador-atrasados.
           display "Avisos: "      contador-avisos.
           display "Notificacoes gravadas em " nome-notif-w ": "
           contador-notificacoes.
           display "Lembretes de vencimento: " contador-lembretes.
           stop run.
       abre-arquivos.
           open input bblivros.
               display "AVISO: BBLEITORES INDISPONIVEL. STATUS = "
               st-lei
               move 's' to sem-leitores.
           open input bbcateg.
           if st-cat not = "00"
               display "AVISO: BBCATEG INDISPONIVEL. STATUS = " st-cat
               move 's' to sem-categorias.
           open input bbcalend.
           if st-cal not = "00"
               display "AVISO: BBCALEND INDISPONIVEL. STATUS = " st-cal
               move 's' to sem-calendario.
           open output atrasados.
           if st-atr not = "00"
               display "ERRO AO ABRIR ATRASADOS. STATUS = " st-atr
           if st-avi not = "00"
               display "ERRO AO ABRIR AVISOS. STATUS = " st-avi
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
       gera-relatorio.
           move zero to contador-emprestados.
           sort classifica on descending key dias-class
               output procedure imprime-relatorio.
       gera-avisos.
           move zero to contador-emprestados.
           move 's' to gera-lembretes.
           sort classifica on ascending key matricula-class
               descending key dias-class
               input procedure seleciona-atrasos
               perform calcula-atraso
               if dias-atraso-w not = zero
                   perform libera-registro
               else
                   if gera-lembretes = 's'
                       perform verifica-lembrete
                   end-if
               end-if
           end-if.
       calcula-atraso.
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
       verifica-lembrete.
           if mm-prevista > zero and mm-prevista < 13 and
              dd-prevista > zero and dd-prevista < 32
               if dias-prev > dias-hoje and dias-prev - dias-hoje = 2
                   perform grava-lembrete.
       grava-lembrete.
           if sem-leitores not = 's'
               move emprestado to matricula-leitor
               read bbleitores key is matricula-leitor
                   invalid key
                       move space to contato-leitor
               end-read
               perform define-canal
               if canal-w not = space
                   move "LB"          to tipo-not
                   move emprestado    to matricula-not
                   move tombo         to tombo-not
                   move titulo        to texto-not
                   move data-prevista to data-ref-not
                   move zero          to valor-not
                   perform grava-notificacao
                   add 1 to contador-lembretes.
       libera-registro.
           perform busca-regras-leitor.
           compute multa-class = dias-atraso-w * multa-leitor-w.
           move dias-atraso-w  to dias-class.
           move emprestado     to matricula-class.
           move tombo          to tombo-class.
           move titulo         to titulo-class.
           move data-prevista  to data-prev-class.
           release reg-class.
       busca-regras-leitor.
           move spaces to categoria-leitor.
           if sem-leitores not = 's'
               move emprestado to matricula-leitor
               read bbleitores key is matricula-leitor
                   invalid key
                       move spaces to categoria-leitor
               end-read.
           perform regras-leitor.
       regras-leitor.
           move multa-dia-w to multa-leitor-w.
           if categoria-leitor not = spaces
               move 1 to ic
               perform procura-categoria
                   until ic > total-tab-categoria
                      or codigo-cat-tab(ic) = categoria-leitor
               if ic <= total-tab-categoria
                   move multa-cat-tab(ic) to multa-leitor-w.
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
       retorna-registro.
           return classifica
               at end
           move mm-prev-class   to mm-prev-det.
           move aa-prev-class   to aa-prev-det.
           move dias-class      to dias-det.
           move multa-class     to multa-det.
           write linha-atr from linha-det.
           add 1 to contador-atrasados.
           add multa-class to valor-multas-w.
           perform retorna-registro.
       imprime-cabecalho.
           move data-e to data-cab-e.
           write linha-atr from linha-rodape-1.
           move contador-atrasados to total-atr-e.
           write linha-atr from linha-rodape-2.
           move valor-multas-w to total-mul-e.
           write linha-atr from linha-rodape-3.
           if contador-categorias-omitidas not = zero
               move contador-categorias-omitidas to qtde-omitidas-cat-e
               write linha-atr from linha-omitidas-cat
           end-if.
       imprime-avisos.
           move zeros to matricula-ant.
           move 'n' to fim-class.
           perform monta-aviso until fim-class = 's'.
       monta-aviso.
           if matricula-class not = matricula-ant
               perform busca-leitor
               perform define-canal
               if canal-w = space
                   perform cabecalho-aviso
               end-if
               move matricula-class to matricula-ant.
           if canal-w = space
               perform linha-aviso
           else
               perform notifica-atraso.
           perform retorna-registro.
       cabecalho-aviso.
           write linha-avi from linha-separador.
           move data-e to data-avi-e.
           write linha-avi from linha-aviso-titulo.
           move matricula-class to matricula-avi.
           move nome-leitor     to nome-avi.
           move endereco-leitor to endereco-avi.
           move "LEITOR NAO CADASTRADO" to nome-leitor.
           move spaces to endereco-leitor.
           move spaces to telefone-leitor.
           move spaces to email-leitor.
           move space  to contato-leitor.
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
       notifica-atraso.
           move "AT"            to tipo-not.
           move matricula-class to matricula-not.
           move tombo-class     to tombo-not.
           move titulo-class    to texto-not.
           move data-prev-class to data-ref-not.
           move multa-class     to valor-not.
           perform grava-notificacao.
       grava-notificacao.
           move data-sis-n  to data-not.
           move nome-leitor to nome-not.
           move canal-w     to canal-not.
           move destino-w   to destino-not.
           write notificacao.
           add 1 to contador-notificacoes.
       linha-aviso.
           move tombo-class   to tombo-avi.
           move titulo-class  to titulo-avi.
           move mm-prev-class to mm-prev-avi.
           move aa-prev-class to aa-prev-avi.
           move dias-class    to dias-avi.
           move multa-class   to multa-avi.
           write linha-avi from linha-aviso-det.
       fecha-arquivos.
           close bblivros.
           if sem-leitores not = 's'
               close bbleitores.
           if sem-categorias not = 's'
               close bbcateg.
           if sem-calendario not = 's'
               close bbcalend.
           close atrasados.
           close avisos.
           if sem-notificacoes not = 's'
               close notificacoes.
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
           move multa-dia-par to multa-dia-w.
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
