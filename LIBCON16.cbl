           assign to disk
           organization line sequential
           file status is st-avi.
           select notificacoes
           assign to dynamic nome-notif-w
           organization line sequential
           file status is st-not.
           select parametros
           assign to disk
           organization line sequential
           data record is linha-avi
           value of file-id is "AVISORES.LST".
       01 linha-avi pic x(132).
           fd notificacoes
           label record standard
           data record is notificacao.
           copy notifica.
           fd parametros
           label record standard
           data record is registro-parametros
       01 st-res     pic xx.
       01 st-avi     pic xx.
       01 st-par     pic xx.
       01 st-not     pic xx.
       01 fim-leit   pic a value 'n'.
       01 fim-fila   pic a value 'n'.
       01 sem-leitores pic a value 'n'.
       01 sem-notificacoes pic a value 'n'.
       01 canal-w    pic a value space.
       01 destino-w  pic x(40) value spaces.
       01 nome-notif-w pic x(17) value spaces.
       01 nome-notif-r redefines nome-notif-w.
           02 filler         pic x(05).
           02 data-notif-nome pic 9(08).
           02 filler         pic x(04).
       01 contador-notificacoes pic 9(05) value zero.
       01 dias-retirada-w pic 9(03) value 3.
       01 dias-hoje     pic 9(08) value zero.
       01 dias-base     pic 9(08) value zero.
           display "Vencidas: "    contador-vencidas.
           display "Promovidas: "  contador-promovidas.
           display "Avisos: "      contador-avisos.
           display "Notificacoes gravadas em " nome-notif-w ": "
           contador-notificacoes.
           stop run.
       abre-arquivos.
           open input bblivros.
           if st-avi not = "00"
               display "ERRO AO ABRIR AVISORES. STATUS = " st-avi
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
       levanta-vencidas.
           move 'n' to fim-leit.
           move zeros to num-reserva.
           perform monta-aviso until fim-leit = 's'.
       monta-aviso.
           if situacao-res = 'r'
               perform busca-leitor
               perform define-canal
               if canal-w = space
                   perform imprime-aviso
               else
                   perform notifica-retirada
               end-if
           end-if.
           perform ler-proxima-reserva.
       imprime-aviso.
           add 1 to contador-avisos.
           write linha-avi from linha-separador.
           move data-e to data-avi-e.
           write linha-avi from linha-aviso-titulo.
           move matricula-res   to matricula-avi.
           move nome-leitor     to nome-avi.
           move endereco-leitor to endereco-avi.
           write linha-avi from linha-aviso-det.
           perform calcula-prazo-retirada.
           write linha-avi from linha-aviso-prazo.
       notifica-retirada.
           perform busca-titulo.
           perform calcula-prazo-retirada.
           move "RD"          to tipo-not.
           move matricula-res to matricula-not.
           move tombo         to tombo-not.
           move titulo-avi    to texto-not.
           move data-limite-n to data-ref-not.
           move zero          to valor-not.
           perform grava-notificacao.
       busca-leitor.
           if sem-leitores = 's'
               perform leitor-desconhecido
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
       grava-notificacao.
           move data-sis-n  to data-not.
           move nome-leitor to nome-not.
           move canal-w     to canal-not.
           move destino-w   to destino-not.
           write notificacao.
           add 1 to contador-notificacoes.
       busca-titulo.
           if tombo-atendido not = zero
               move tombo-atendido to tombo
               close bbleitores.
           close bbreservas.
           close avisores.
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
           move retirada-par to dias-retirada-w.
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
