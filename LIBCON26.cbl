       identification division.
       program-id. LIBCON26 as "LIBCON26".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bbleitsel.
           select retornos
           assign to disk
           organization line sequential
           file status is st-ret.
           select devolvidas
           assign to disk
           organization line sequential
           file status is st-dev.
           select classifica
           assign to disk.

           copy runctlsel.

       data division.
       file section.
           fd bbleitores
           label record standard
           data record is leitor
           value of file-id is "BBLEITORES.DAT".
           copy leitor.
           fd retornos
           label record standard
           data record is retorno
           value of file-id is "RETORNO.DAT".
           copy retorno.
           fd devolvidas
           label record standard
           data record is linha-dev
           value of file-id is "DEVOLVIDAS.LST".
       01 linha-dev pic x(132).
           sd classifica
           data record is reg-class.
       01 reg-class.
           02 matricula-class pic 9(05).
           02 data-class      pic 9(08).
           02 data-class-r redefines data-class.
               03 aa-class pic 9999.
               03 mm-class pic 99.
               03 dd-class pic 99.
           02 tipo-class      pic x(02).
           02 tombo-class     pic 9(06).
           02 nome-class      pic x(30).
           02 canal-class     pic a.
           02 destino-class   pic x(40).
           02 status-class    pic x(02).
           02 descricao-class pic x(30).

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
       01 st-lei     pic xx.
       01 st-ret     pic xx.
       01 st-dev     pic xx.
       01 fim-leit   pic a value 'n'.
       01 fim-class  pic a value 'n'.
       01 sem-leitores pic a value 'n'.
       01 matricula-ant pic 9(05) value zero.
       01 contador-lidas      pic 9(05) value zero.
       01 contador-entregues  pic 9(05) value zero.
       01 contador-pendentes  pic 9(05) value zero.
       01 contador-devolvidas pic 9(05) value zero.
       01 contador-leitores   pic 9(05) value zero.
       01 contador-alterados  pic 9(05) value zero.
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
           02 filler pic x(48) value
           "NOTIFICACOES DEVOLVIDAS PELO GATEWAY".
       01 linha-legenda.
           02 filler pic x(66) value
           "TIPO: AT ATRASO  RD RESERVA  SU SUSPENSAO  RE REATIVACAO".
           02 filler pic x(20) value "  LB LEMBRETE".
       01 linha-cab-det.
           02 filler pic x(05)  value spaces.
           02 filler pic x(10)  value "ENVIO".
           02 filler pic x(01)  value space.
           02 filler pic x(04)  value "TIPO".
           02 filler pic x(01)  value space.
           02 filler pic x(06)  value " TOMBO".
           02 filler pic x(01)  value space.
           02 filler pic x(05)  value "CANAL".
           02 filler pic x(01)  value space.
           02 filler pic x(40)  value "DESTINO".
           02 filler pic x(01)  value space.
           02 filler pic x(02)  value "ST".
           02 filler pic x(01)  value space.
           02 filler pic x(30)  value "DESCRICAO".
           02 filler pic x(01)  value space.
           02 filler pic x(08)  value "CADASTRO".
       01 linha-leitor.
           02 filler        pic x(10) value "MATRICULA:".
           02 matricula-lei-e pic 9(05).
           02 filler        pic x(02) value spaces.
           02 nome-lei-e    pic x(30).
           02 filler        pic x(11) value "  CONTATO:".
           02 contato-lei-e pic a.
       01 linha-contato.
           02 filler        pic x(15) value "     TELEFONE:".
           02 telefone-lei-e pic x(12).
           02 filler        pic x(11) value "  E-MAIL:".
           02 email-lei-e   pic x(40).
       01 linha-det.
           02 filler        pic x(05) value spaces.
           02 envio-det.
               03 dd-det    pic 99.
               03 filler    pic x value "/".
               03 mm-det    pic 99.
               03 filler    pic x value "/".
               03 aa-det    pic 9999.
           02 filler        pic x(01) value space.
           02 tipo-det      pic x(04).
           02 filler        pic x(01) value space.
           02 tombo-det     pic ZZZZZZ.
           02 filler        pic x(03) value spaces.
           02 canal-det     pic a.
           02 filler        pic x(03) value spaces.
           02 destino-det   pic x(40).
           02 filler        pic x(01) value space.
           02 status-det    pic x(02).
           02 filler        pic x(01) value space.
           02 descricao-det pic x(30).
           02 filler        pic x(01) value space.
           02 cadastro-det  pic x(08).
       01 linha-rodape-1.
           02 filler pic x(32) value "TOTAL DE RETORNOS LIDOS:".
           02 total-lidas-e pic ZZZZ9.
       01 linha-rodape-2.
           02 filler pic x(32) value "TOTAL DE MENSAGENS ENTREGUES:".
           02 total-ent-e pic ZZZZ9.
       01 linha-rodape-3.
           02 filler pic x(32) value "TOTAL DE MENSAGENS PENDENTES:".
           02 total-pen-e pic ZZZZ9.
       01 linha-rodape-4.
           02 filler pic x(32) value "TOTAL DE MENSAGENS DEVOLVIDAS:".
           02 total-dev-e pic ZZZZ9.
       01 linha-rodape-5.
           02 filler pic x(32) value "TOTAL DE LEITORES A CONTATAR:".
           02 total-lei-e pic ZZZZ9.
       01 linha-rodape-6.
           02 filler pic x(32) value "DESTINOS JA ALTERADOS:".
           02 total-alt-e pic ZZZZ9.

       procedure division.
       inicio.
           move function current-date to data-sis.
           move dia   to dd-e.
           move mes   to mm-e.
           move ano-s to aa-e.
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform imprime-cabecalho.
           perform seleciona-devolvidas.
           perform imprime-rodape.
           perform fecha-arquivos.
           perform marca-fim.
           display "Relatorio gravado em DEVOLVIDAS.LST".
           display "Retornos lidos: " contador-lidas.
           display "Entregues: "      contador-entregues.
           display "Pendentes: "      contador-pendentes.
           display "Devolvidas: "     contador-devolvidas.
           display "Leitores: "       contador-leitores.
           stop run.
       abre-arquivos.
           open input retornos.
           if st-ret not = "00"
               display "ERRO AO ABRIR RETORNO. STATUS = " st-ret
               stop run.
           open input bbleitores.
           if st-lei not = "00"
               display "AVISO: BBLEITORES INDISPONIVEL. STATUS = "
               st-lei
               move 's' to sem-leitores.
           open output devolvidas.
           if st-dev not = "00"
               display "ERRO AO ABRIR DEVOLVIDAS. STATUS = " st-dev
               stop run.
       imprime-cabecalho.
           move data-e to data-cab-e.
           write linha-dev from linha-cabecalho-1.
           write linha-dev from linha-cabecalho-2.
           write linha-dev from linha-legenda.
           move spaces to linha-dev.
           write linha-dev.
           write linha-dev from linha-cab-det.
       seleciona-devolvidas.
           sort classifica on ascending key matricula-class
               data-class tipo-class tombo-class
               input procedure le-retornos
               output procedure imprime-devolvidas.
       le-retornos.
           move 'n' to fim-leit.
           perform ler-retorno.
           perform examina-retorno until fim-leit = 's'.
       ler-retorno.
           read retornos
               at end
                   move 's' to fim-leit
           end-read.
       examina-retorno.
           add 1 to contador-lidas.
           evaluate status-ret
           when "OK"
               add 1 to contador-entregues
           when "PE"
               add 1 to contador-pendentes
           when other
               add 1 to contador-devolvidas
               perform libera-retorno
           end-evaluate.
           perform ler-retorno.
       libera-retorno.
           move matricula-ret to matricula-class.
           move data-ret      to data-class.
           move tipo-ret      to tipo-class.
           move tombo-ret     to tombo-class.
           move nome-ret      to nome-class.
           move canal-ret     to canal-class.
           move destino-ret   to destino-class.
           move status-ret    to status-class.
           move descricao-ret to descricao-class.
           release reg-class.
       retorna-registro.
           return classifica
               at end
                   move 's' to fim-class
           end-return.
       imprime-devolvidas.
           move zeros to matricula-ant.
           move 'n' to fim-class.
           perform retorna-registro.
           perform imprime-devolvida until fim-class = 's'.
       imprime-devolvida.
           if matricula-class not = matricula-ant
               perform imprime-leitor
               move matricula-class to matricula-ant.
           move dd-class        to dd-det.
           move mm-class        to mm-det.
           move aa-class        to aa-det.
           move tipo-class      to tipo-det.
           move tombo-class     to tombo-det.
           move canal-class     to canal-det.
           move destino-class   to destino-det.
           move status-class    to status-det.
           move descricao-class to descricao-det.
           perform confere-destino.
           write linha-dev from linha-det.
           perform retorna-registro.
       imprime-leitor.
           add 1 to contador-leitores.
           perform busca-leitor.
           move spaces to linha-dev.
           write linha-dev.
           move matricula-class to matricula-lei-e.
           move nome-leitor     to nome-lei-e.
           move contato-leitor  to contato-lei-e.
           write linha-dev from linha-leitor.
           move telefone-leitor to telefone-lei-e.
           move email-leitor    to email-lei-e.
           write linha-dev from linha-contato.
       busca-leitor.
           if sem-leitores = 's'
               perform leitor-desconhecido
           else
               move matricula-class to matricula-leitor
               read bbleitores key is matricula-leitor
                   invalid key
                       perform leitor-desconhecido
               end-read.
       leitor-desconhecido.
           move matricula-class to matricula-leitor.
           move nome-class to nome-leitor.
           move spaces to endereco-leitor.
           move spaces to telefone-leitor.
           move spaces to email-leitor.
           move space  to contato-leitor.
       confere-destino.
           move "PENDENTE" to cadastro-det.
           if canal-class = 'e' and email-leitor not = destino-class
               move "ALTERADO" to cadastro-det.
           if canal-class = 's' and
              telefone-leitor not = destino-class
               move "ALTERADO" to cadastro-det.
           if cadastro-det = "ALTERADO"
               add 1 to contador-alterados.
       imprime-rodape.
           move spaces to linha-dev.
           write linha-dev.
           move contador-lidas to total-lidas-e.
           write linha-dev from linha-rodape-1.
           move contador-entregues to total-ent-e.
           write linha-dev from linha-rodape-2.
           move contador-pendentes to total-pen-e.
           write linha-dev from linha-rodape-3.
           move contador-devolvidas to total-dev-e.
           write linha-dev from linha-rodape-4.
           move contador-leitores to total-lei-e.
           write linha-dev from linha-rodape-5.
           move contador-alterados to total-alt-e.
           write linha-dev from linha-rodape-6.
       fecha-arquivos.
           close retornos.
           if sem-leitores not = 's'
               close bbleitores.
           close devolvidas.
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
               display "JOB " job-conflito-w " ATIVO CONTRA BBLEITORES."
               display "EXECUCAO CANCELADA."
               close runctl
               stop run.
       varre-controle.
           read runctl next record
               at end
                   move 's' to fim-ctl
               not at end
                   if ativo-ctl = 's' and job-ctl = "LIBCON15"
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON26" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON26" to job-ctl.
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
           move "LIBCON26" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   move 'n' to ativo-ctl
                   move contador-devolvidas to registros-ctl
                   move zero to checkpoint-ctl
                   rewrite registro-controle
           end-read.
           close runctl.
       end program LIBCON26.
