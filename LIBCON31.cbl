       identification division.
       program-id. LIBCON31 as "LIBCON31".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select bblivros-ant
           assign to disk
           organization indexed
           access mode dynamic
           record key is tombo-ant
           file status is st-lan.
           select bbleitores-ant
           assign to disk
           organization indexed
           access mode dynamic
           record key is matricula-ant
           file status is st-ean.
           copy bblivsel.
           copy bbleitsel.
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
           select classifica
           assign to disk.

           copy runctlsel.

       data division.
       file section.
           fd bblivros-ant
           label record standard
           data record is livro-ant
           value of file-id is "BBLIVANT.DAT".
       01 livro-ant.
           02 tombo-ant       pic 9(06).
           02 dados-livro-ant pic x(179).
           fd bbleitores-ant
           label record standard
           data record is leitor-ant
           value of file-id is "BBLEIANT.DAT".
       01 leitor-ant.
           02 matricula-ant pic 9(05).
           02 nome-ant      pic x(30).
           02 endereco-ant  pic x(40).
           02 telefone-ant  pic x(12).
           02 situacao-ant  pic a.
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
           sd classifica
           data record is reg-class.
       01 reg-class.
           02 matricula-class pic 9(05).
           02 data-class      pic 9(08).

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
       01 st-lan     pic xx.
       01 st-ean     pic xx.
       01 st-log     pic xx.
       01 st-arq     pic xx.
       01 st-fec     pic xx.
       01 fim-leit   pic a value 'n'.
       01 fim-mov    pic a value 'n'.
       01 fim-fec    pic a value 'n'.
       01 fim-class  pic a value 'n'.
       01 matricula-lida-w pic 9(06) value zero.
       01 matricula-mov-w  pic 9(05) value zero.
       01 ult-mov-w        pic 9(08) value zero.
       01 contador-livros-lidos     pic 9(09) value zero.
       01 contador-livros-gravados  pic 9(09) value zero.
       01 contador-leitores-lidos   pic 9(09) value zero.
       01 contador-leitores-gravados pic 9(09) value zero.
       01 contador-com-movimento    pic 9(09) value zero.
       01 contador-sem-movimento    pic 9(09) value zero.
       01 contador-movimentos       pic 9(09) value zero.
       01 contador-arquivos    pic 9(03) value zero.
       01 contador-sem-arquivo pic 9(03) value zero.
       01 data-mov-n pic 9(08) value zero.
       01 data-mov-r redefines data-mov-n.
           02 aa-mov-n pic 9999.
           02 mm-mov-n pic 99.
           02 dd-mov-n pic 99.
       01 mov-w.
           02 tombo-mov    pic 9(06).
           02 filler       pic x.
           02 operacao-mov pic x(10).
           02 filler       pic x.
           02 campo-mov    pic x(15).
           02 filler       pic x.
           02 valor-antigo-mov.
               03 matricula-antiga-mov pic x(05).
               03 filler               pic x(25).
           02 filler       pic x.
           02 valor-novo-mov.
               03 matricula-nova-mov   pic x(05).
               03 filler               pic x(25).
           02 filler       pic x.
           02 operador-mov pic x(08).
           02 filler       pic x.
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
       01 data-sis-n redefines data-sis pic 9(08).

       procedure division.
       inicio.
           move function current-date to data-sis.
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform converte-livros.
           perform converte-leitores.
           perform fecha-arquivos.
           perform confere-contagens.
           perform marca-fim.
           display "Conversao de BBLIVROS.DAT e BBLEITORES.DAT "
                   "concluida.".
           display "Livros lidos: "       contador-livros-lidos.
           display "Livros gravados: "    contador-livros-gravados.
           display "Leitores lidos: "     contador-leitores-lidos.
           display "Leitores gravados: "  contador-leitores-gravados.
           display "Validade pela ultima movimentacao: "
                   contador-com-movimento.
           display "Validade pela data da conversao: "
                   contador-sem-movimento.
           display "Arquivos mensais lidos: " contador-arquivos.
           if contador-sem-arquivo not = zero
               display "Arquivos mensais nao encontrados: "
                       contador-sem-arquivo.
           stop run.
       abre-arquivos.
           open input bblivros.
           if st not = "35"
               if st = "00"
                   close bblivros
               end-if
               display "BBLIVROS.DAT JA EXISTE. RENOMEIE O ARQUIVO "
                       "ANTIGO PARA BBLIVANT.DAT."
               perform cancela-conversao.
           open input bbleitores.
           if st-lei not = "35"
               if st-lei = "00"
                   close bbleitores
               end-if
               display "BBLEITORES.DAT JA EXISTE. RENOMEIE O ARQUIVO "
                       "ANTIGO PARA BBLEIANT.DAT."
               perform cancela-conversao.
           open input bblivros-ant.
           if st-lan not = "00"
               display "ERRO AO ABRIR BBLIVANT. STATUS = " st-lan
               perform cancela-conversao.
           open input bbleitores-ant.
           if st-ean not = "00"
               display "ERRO AO ABRIR BBLEIANT. STATUS = " st-ean
               perform cancela-conversao.
           open output bblivros.
           if st not = "00"
               display "ERRO AO ABRIR BBLIVROS. STATUS = " st
               perform cancela-conversao.
           open output bbleitores.
           if st-lei not = "00"
               display "ERRO AO ABRIR BBLEITORES. STATUS = " st-lei
               perform cancela-conversao.
       cancela-conversao.
           display "CONVERSAO CANCELADA.".
           perform marca-fim.
           stop run.
       converte-livros.
           move zeros to tombo-ant.
           move 'n' to fim-leit.
           start bblivros-ant key is not less than tombo-ant
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-livro-ant.
           perform converte-livro until fim-leit = 's'.
       ler-livro-ant.
           read bblivros-ant next record
               at end
                   move 's' to fim-leit
           end-read.
       converte-livro.
           add 1 to contador-livros-lidos.
           move livro-ant to livro.
           move zero to renovacoes.
           write livro
               invalid key
                   display "ERRO DE GRAVACAO. TOMBO = " tombo
                   display "STATUS = " st
                   perform cancela-conversao
               not invalid key
                   add 1 to contador-livros-gravados
           end-write.
           perform ler-livro-ant.
       converte-leitores.
           sort classifica on ascending key matricula-class data-class
               input procedure le-transacoes
               output procedure grava-leitores.
       le-transacoes.
           open input transacoes.
           if st-log = "00"
               move 'n' to fim-mov
               perform ler-transacao
               perform examina-transacao until fim-mov = 's'
               close transacoes
           else
               display "AVISO: TRANSACOES.DAT INDISPONIVEL. STATUS = "
                       st-log.
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
           perform libera-movimento.
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
           perform libera-movimento.
           perform ler-arquivo-morto.
       libera-movimento.
           if campo-mov = "MATRICULA" and
              dd-mov numeric and mm-mov numeric and aa-mov numeric
               if matricula-nova-mov numeric
                   move matricula-nova-mov to matricula-mov-w
                   perform libera-data-movimento
               else
                   if matricula-antiga-mov numeric
                       move matricula-antiga-mov to matricula-mov-w
                       perform libera-data-movimento.
       libera-data-movimento.
           add 1 to contador-movimentos.
           move aa-mov to aa-mov-n.
           move mm-mov to mm-mov-n.
           move dd-mov to dd-mov-n.
           move matricula-mov-w to matricula-class.
           move data-mov-n to data-class.
           release reg-class.
       grava-leitores.
           move 'n' to fim-class.
           perform retorna-movimento.
           move zeros to matricula-ant.
           move 'n' to fim-leit.
           start bbleitores-ant key is not less than matricula-ant
               invalid key
                   move 's' to fim-leit
           end-start.
           perform ler-leitor-ant.
           perform converte-leitor until fim-leit = 's'.
       retorna-movimento.
           return classifica
               at end
                   move 's' to fim-class
                   move 999999 to matricula-lida-w
               not at end
                   move matricula-class to matricula-lida-w
           end-return.
       ler-leitor-ant.
           read bbleitores-ant next record
               at end
                   move 's' to fim-leit
           end-read.
       converte-leitor.
           add 1 to contador-leitores-lidos.
           move zero to ult-mov-w.
           perform avanca-movimento
               until matricula-lida-w > matricula-ant.
           move matricula-ant to matricula-leitor.
           move nome-ant      to nome-leitor.
           move endereco-ant  to endereco-leitor.
           move telefone-ant  to telefone-leitor.
           move situacao-ant  to situacao-leitor.
           move spaces to categoria-leitor.
           move spaces to email-leitor.
           move 'c' to contato-leitor.
           if ult-mov-w = zero
               move data-sis-n to validade-leitor
               add 1 to contador-sem-movimento
           else
               move ult-mov-w to validade-leitor
               add 1 to contador-com-movimento.
           write leitor
               invalid key
                   display "ERRO DE GRAVACAO. MATRICULA = "
                           matricula-leitor
                   display "STATUS = " st-lei
                   perform cancela-conversao
               not invalid key
                   add 1 to contador-leitores-gravados
           end-write.
           perform ler-leitor-ant.
       avanca-movimento.
           if matricula-lida-w = matricula-ant
               move data-class to ult-mov-w.
           perform retorna-movimento.
       confere-contagens.
           if contador-livros-lidos not = contador-livros-gravados or
              contador-leitores-lidos not = contador-leitores-gravados
               display "ERRO: LIDOS E GRAVADOS NAO CONFEREM."
               display "Livros lidos: "      contador-livros-lidos
               display "Livros gravados: "   contador-livros-gravados
               display "Leitores lidos: "    contador-leitores-lidos
               display "Leitores gravados: " contador-leitores-gravados
               display "CONVERSAO NAO CONFIRMADA."
               stop run.
       fecha-arquivos.
           close bblivros-ant.
           close bbleitores-ant.
           close bblivros.
           close bbleitores.
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
                   if ativo-ctl = 's' and job-ctl not = "LIBCON31" and
                      (usa-livros-ctl = 's' or job-ctl = "LIBCON11")
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON31" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON31" to job-ctl.
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
           move "LIBCON31" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   move 'n' to ativo-ctl
                   move contador-leitores-gravados to registros-ctl
                   move zero to checkpoint-ctl
                   rewrite registro-controle
           end-read.
           close runctl.
       end program LIBCON31.
