       input-output section.
       file-control.
           copy bblivsel.
           copy bbcompsel.
           select aquisicoes
           assign to disk
           organization line sequential
           data record is livro
           value of file-id is "BBLIVROS.DAT".
           copy livro.
           fd bbcompras
           label record standard
           data record is pedido-compra
           value of file-id is "BBCOMPRAS.DAT".
           copy compra.
           fd aquisicoes
           label record standard
           data record is entrada-aquisicao
       01 st         pic xx.
       01 st-aqu     pic xx.
       01 st-rej     pic xx.
       01 st-cmp     pic xx.
       01 sem-compras pic a value 'n'.
       01 fim-compra pic a value 'n'.
       01 fim-leit   pic a value 'n'.
       01 aceito-sw  pic a value 's'.
       01 motivo-rej-w pic x(40) value spaces.
       01 contador-lidos     pic 9(05) value zero.
       01 contador-aceitos   pic 9(05) value zero.
       01 contador-rejeitados pic 9(05) value zero.
       01 contador-atendidos pic 9(05) value zero.
       01 contador-fechados  pic 9(05) value zero.
       01 data-sis.
           02 ano-s pic 9999.
           02 mes   pic 99.
           display "Lidos: "     contador-lidos.
           display "Aceitos: "   contador-aceitos.
           display "Rejeitados: " contador-rejeitados.
           display "Recebidos de pedidos: " contador-atendidos.
           display "Pedidos encerrados: " contador-fechados.
           stop run.
       abre-arquivos.
           open i-o bblivros.
           if st-aqu not = "00"
               display "ERRO AO ABRIR AQUISICOES. STATUS = " st-aqu
               stop run.
           open i-o bbcompras.
           if st-cmp not = "00"
               display "AVISO: BBCOMPRAS INDISPONIVEL. STATUS = "
                       st-cmp
               move 's' to sem-compras.
           if checkpoint-w not = zero
               open extend rejeitados
               if st-rej = "35"
           move space to situacao-livro.
           initialize data-baixa.
           move spaces to motivo-baixa.
           move zeros to renovacoes.
           write livro
               invalid key
                   move 'n' to aceito-sw
                   move "TOMBO JA CADASTRADO" to motivo-rej-w
               not invalid key
                   add 1 to contador-aceitos
                   perform atende-pedido-compra
           end-write.
           if aceito-sw = 'n'
               perform grava-rejeito.
       atende-pedido-compra.
           if sem-compras not = 's' and doacao-ent = 'n' and
              isbn-ent not = spaces
               move 'n' to fim-compra
               move isbn-ent to isbn-compra
               start bbcompras key is equal to isbn-compra
                   invalid key
                       move 's' to fim-compra
               end-start
               perform procura-pedido-aberto until fim-compra = 's'.
       procura-pedido-aberto.
           read bbcompras next record
               at end
                   move 's' to fim-compra
               not at end
                   if isbn-compra not = isbn-ent
                       move 's' to fim-compra
                   else
                       if situacao-compra = 'o' and
                          qtde-recebida < qtde-compra
                           perform recebe-pedido-compra
                           move 's' to fim-compra
                       end-if
                   end-if
           end-read.
       recebe-pedido-compra.
           add 1 to qtde-recebida.
           move ano-s to aa-receb.
           move mes   to mm-receb.
           move dia   to dd-receb.
           if qtde-recebida not < qtde-compra
               move 'r' to situacao-compra.
           rewrite pedido-compra.
           if st-cmp = "00"
               add 1 to contador-atendidos
               if situacao-compra = 'r'
                   add 1 to contador-fechados.
       grava-rejeito.
           move tombo-ent    to tombo-rej.
           move motivo-rej-w to motivo-rej.
           close bblivros.
           close aquisicoes.
           close rejeitados.
           if sem-compras not = 's'
               close bbcompras.
       abre-controle.
           open i-o runctl.
           if st-ctl = "35"
           end-start.
           move 'n' to fim-ctl.
           if conflito-w = 's'
               display "JOB " job-conflito-w " ATIVO CONTRA BBLIVROS"
                       " OU BBCOMPRAS."
               display "EXECUCAO CANCELADA."
               close runctl
               stop run.
               at end
                   move 's' to fim-ctl
               not at end
                   if ativo-ctl = 's' and job-ctl not = "LIBCON03" and
                      (usa-livros-ctl = 's' or job-ctl = "LIBCON25")
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
