       identification division.
       program-id. LIBCON30 as "LIBCON30".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bbpersel.
           copy bbfascsel.
           select assinaturas
           assign to disk
           organization line sequential
           file status is st-ass.
           select classifica
           assign to disk.

           copy runctlsel.

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
           fd assinaturas
           label record standard
           data record is linha-ass
           value of file-id is "ASSINATURAS.LST".
       01 linha-ass pic x(132).
           sd classifica
           data record is reg-class.
       01 reg-class.
           02 data-fim-class   pic 9(08).
           02 titulo-class     pic x(30).
           02 cod-class        pic 9(05).
           02 issn-class       pic x(09).
           02 frequencia-class pic a.
           02 fornecedor-class pic x(20).
           02 dias-class       pic s9(05).
           02 recebidos-class  pic 9(05).
           02 data-ult-class   pic 9(08).

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
       01 st-per     pic xx.
       01 st-fas     pic xx.
       01 st-ass     pic xx.
       01 fim-per    pic a value 'n'.
       01 fim-fasc   pic a value 'n'.
       01 fim-class  pic a value 'n'.
       01 sem-fasciculos pic a value 'n'.
       01 horizonte-w  pic 9(03) value 60.
       01 dias-hoje-n  pic 9(08) value zero.
       01 dias-fim-n   pic 9(08) value zero.
       01 data-fim-n   pic 9(08) value zeros.
       01 data-inicio-n pic 9(08) value zeros.
       01 data-chegada-n pic 9(08) value zeros.
       01 recebidos-w  pic 9(05) value zero.
       01 contador-titulos   pic 9(05) value zero.
       01 contador-ativos    pic 9(05) value zero.
       01 contador-a-vencer  pic 9(05) value zero.
       01 contador-vencidas  pic 9(05) value zero.
       01 data-sis.
           02 ano-s pic 9999.
           02 mes   pic 99.
           02 dia   pic 99.
       01 data-sis-n redefines data-sis pic 9(08).
       01 data-e.
           02 dd-e    pic 99.
           02 filler  pic x value "/".
           02 mm-e    pic 99.
           02 filler  pic x value "/".
           02 aa-e    pic 9999.
       01 data-det-e.
           02 dd-det  pic 99.
           02 filler  pic x value "/".
           02 mm-det  pic 99.
           02 filler  pic x value "/".
           02 aa-det  pic 9999.
       01 data-conv-n pic 9(08) value zeros.
       01 data-conv-r redefines data-conv-n.
           02 aa-conv pic 9999.
           02 mm-conv pic 99.
           02 dd-conv pic 99.

       01 linha-cabecalho-1.
           02 filler pic x(20) value "BIBLIOTECA CENTRAL".
           02 filler pic x(45) value spaces.
           02 filler pic x(06) value "DATA:".
           02 data-cab-e pic x(10).
       01 linha-cabecalho-2.
           02 filler pic x(48) value
           "RENOVACAO DE ASSINATURAS DE PERIODICOS".
       01 linha-cabecalho-3.
           02 filler pic x(32) value "ASSINATURAS VENCENDO EM ATE".
           02 horizonte-cab-e pic ZZ9.
           02 filler pic x(30) value " DIAS E VENCIDAS ATIVAS".
       01 linha-cab-det.
           02 filler pic x(05)  value "COD.".
           02 filler pic x(01)  value space.
           02 filler pic x(30)  value "TITULO".
           02 filler pic x(01)  value space.
           02 filler pic x(09)  value "ISSN".
           02 filler pic x(01)  value space.
           02 filler pic x(04)  value "FREQ".
           02 filler pic x(01)  value space.
           02 filler pic x(20)  value "FORNECEDOR".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "FIM ASSIN.".
           02 filler pic x(01)  value space.
           02 filler pic x(08)  value "PRAZO".
           02 filler pic x(01)  value space.
           02 filler pic x(09)  value "RECEBIDOS".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "ULT. CHEG.".
       01 linha-det.
           02 cod-det        pic 9(05).
           02 filler         pic x(01) value space.
           02 titulo-det     pic x(30).
           02 filler         pic x(01) value space.
           02 issn-det       pic x(09).
           02 filler         pic x(02) value spaces.
           02 frequencia-det pic a.
           02 filler         pic x(03) value spaces.
           02 fornecedor-det pic x(20).
           02 filler         pic x(01) value space.
           02 fim-det        pic x(10).
           02 filler         pic x(01) value space.
           02 prazo-det      pic x(08).
           02 filler         pic x(04) value spaces.
           02 recebidos-det  pic ZZZZ9.
           02 filler         pic x(02) value spaces.
           02 ultima-det     pic x(10).
       01 prazo-dias-e.
           02 dias-det      pic ZZ9.
           02 filler        pic x(05) value " DIAS".
       01 linha-rodape-1.
           02 filler pic x(32) value "TOTAL DE TITULOS LIDOS:".
           02 total-tit-e pic ZZZZ9.
       01 linha-rodape-2.
           02 filler pic x(32) value "ASSINATURAS ATIVAS:".
           02 total-ati-e pic ZZZZ9.
       01 linha-rodape-3.
           02 filler pic x(32) value "A VENCER NO PERIODO:".
           02 total-ven-e pic ZZZZ9.
       01 linha-rodape-4.
           02 filler pic x(32) value "JA VENCIDAS:".
           02 total-vcd-e pic ZZZZ9.
       01 linha-aviso.
           02 filler pic x(60) value
           "BBFASC INDISPONIVEL - FASCICULOS RECEBIDOS NAO CONTADOS".

       procedure division.
       inicio.
           move function current-date to data-sis.
           move dia   to dd-e.
           move mes   to mm-e.
           move ano-s to aa-e.
           compute dias-hoje-n = function integer-of-date(data-sis-n).
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform imprime-cabecalho.
           perform seleciona-assinaturas.
           perform imprime-rodape.
           perform fecha-arquivos.
           perform marca-fim.
           display "Relatorio gravado em ASSINATURAS.LST".
           display "Titulos lidos: "      contador-titulos.
           display "Assinaturas ativas: " contador-ativos.
           display "A vencer: "           contador-a-vencer.
           display "Vencidas: "           contador-vencidas.
           stop run.
       abre-arquivos.
           open input bbperiodicos.
           if st-per not = "00"
               display "ERRO AO ABRIR BBPERIOD. STATUS = " st-per
               stop run.
           open input bbfasciculos.
           if st-fas not = "00"
               display "AVISO: BBFASC INDISPONIVEL. STATUS = " st-fas
               move 's' to sem-fasciculos.
           open output assinaturas.
           if st-ass not = "00"
               display "ERRO AO ABRIR ASSINATURAS. STATUS = " st-ass
               stop run.
       imprime-cabecalho.
           move data-e to data-cab-e.
           write linha-ass from linha-cabecalho-1.
           write linha-ass from linha-cabecalho-2.
           move horizonte-w to horizonte-cab-e.
           write linha-ass from linha-cabecalho-3.
           if sem-fasciculos = 's'
               write linha-ass from linha-aviso.
           move spaces to linha-ass.
           write linha-ass.
           write linha-ass from linha-cab-det.
       seleciona-assinaturas.
           sort classifica on ascending key data-fim-class
               titulo-class cod-class
               input procedure le-periodicos
               output procedure imprime-assinaturas.
       le-periodicos.
           move 'n' to fim-per.
           move zeros to cod-periodico.
           start bbperiodicos key is not less than cod-periodico
               invalid key
                   move 's' to fim-per
           end-start.
           perform ler-periodico.
           perform examina-periodico until fim-per = 's'.
       ler-periodico.
           if fim-per not = 's'
               read bbperiodicos next record
                   at end
                       move 's' to fim-per
               end-read.
       examina-periodico.
           add 1 to contador-titulos.
           if situacao-per = 'a'
               add 1 to contador-ativos
               perform verifica-vencimento.
           perform ler-periodico.
       verifica-vencimento.
           move data-fim-per to data-fim-n.
           compute dias-fim-n = function integer-of-date(data-fim-n).
           if dias-fim-n <= dias-hoje-n + horizonte-w
               perform libera-assinatura.
       libera-assinatura.
           compute dias-class = dias-fim-n - dias-hoje-n.
           if dias-class < zero
               add 1 to contador-vencidas
           else
               add 1 to contador-a-vencer.
           perform conta-recebidos.
           move data-fim-n     to data-fim-class.
           move titulo-per     to titulo-class.
           move cod-periodico  to cod-class.
           move issn-per       to issn-class.
           move frequencia-per to frequencia-class.
           move fornecedor-per to fornecedor-class.
           move recebidos-w    to recebidos-class.
           move data-ult-per   to data-ult-class.
           release reg-class.
       conta-recebidos.
           move zero to recebidos-w.
           if sem-fasciculos not = 's'
               move data-inicio-per to data-inicio-n
               move 'n' to fim-fasc
               move cod-periodico to cod-per-fasc
               move zeros to volume-fasc numero-fasc
               start bbfasciculos key is not less than chave-fasc
                   invalid key
                       move 's' to fim-fasc
               end-start
               perform soma-recebido until fim-fasc = 's'.
       soma-recebido.
           read bbfasciculos next record
               at end
                   move 's' to fim-fasc
               not at end
                   if cod-per-fasc not = cod-periodico
                       move 's' to fim-fasc
                   else
                       move data-chegada-fasc to data-chegada-n
                       if data-chegada-n not < data-inicio-n
                           add 1 to recebidos-w
                       end-if
                   end-if
           end-read.
       retorna-registro.
           return classifica
               at end
                   move 's' to fim-class
           end-return.
       imprime-assinaturas.
           move 'n' to fim-class.
           perform retorna-registro.
           perform imprime-assinatura until fim-class = 's'.
       imprime-assinatura.
           move cod-class        to cod-det.
           move titulo-class     to titulo-det.
           move issn-class       to issn-det.
           move frequencia-class to frequencia-det.
           move fornecedor-class to fornecedor-det.
           move data-fim-class   to data-conv-n.
           perform formata-data-det.
           move data-det-e to fim-det.
           if dias-class < zero
               move "VENCIDA" to prazo-det
           else
               move dias-class to dias-det
               move prazo-dias-e to prazo-det.
           move recebidos-class  to recebidos-det.
           if data-ult-class = zeros
               move "NENHUM" to ultima-det
           else
               move data-ult-class to data-conv-n
               perform formata-data-det
               move data-det-e to ultima-det.
           write linha-ass from linha-det.
           perform retorna-registro.
       formata-data-det.
           move dd-conv to dd-det.
           move mm-conv to mm-det.
           move aa-conv to aa-det.
       imprime-rodape.
           move spaces to linha-ass.
           write linha-ass.
           move contador-titulos to total-tit-e.
           write linha-ass from linha-rodape-1.
           move contador-ativos to total-ati-e.
           write linha-ass from linha-rodape-2.
           move contador-a-vencer to total-ven-e.
           write linha-ass from linha-rodape-3.
           move contador-vencidas to total-vcd-e.
           write linha-ass from linha-rodape-4.
       fecha-arquivos.
           close bbperiodicos.
           if sem-fasciculos not = 's'
               close bbfasciculos.
           close assinaturas.
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
               display "JOB " job-conflito-w " ATIVO CONTRA BBPERIOD."
               display "EXECUCAO CANCELADA."
               close runctl
               stop run.
       varre-controle.
           read runctl next record
               at end
                   move 's' to fim-ctl
               not at end
                   if ativo-ctl = 's' and job-ctl = "LIBCON28"
                       move 's' to conflito-w
                       move job-ctl to job-conflito-w
                   end-if
           end-read.
       marca-inicio.
           move "LIBCON30" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON30" to job-ctl.
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
           move "LIBCON30" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   move 'n' to ativo-ctl
                   compute registros-ctl =
                       contador-a-vencer + contador-vencidas
                   move zero to checkpoint-ctl
                   rewrite registro-controle
           end-read.
           close runctl.
       end program LIBCON30.
