       identification division.
       program-id. LIBCON29 as "LIBCON29".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           copy bbpersel.
           select reclamacoes
           assign to disk
           organization line sequential
           file status is st-rec.
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
           fd reclamacoes
           label record standard
           data record is linha-rec
           value of file-id is "RECLAMACOES.LST".
       01 linha-rec pic x(132).
           sd classifica
           data record is reg-class.
       01 reg-class.
           02 fornecedor-class pic x(20).
           02 titulo-class     pic x(30).
           02 cod-class        pic 9(05).
           02 issn-class       pic x(09).
           02 frequencia-class pic a.
           02 volume-class     pic 9(04).
           02 numero-class     pic 9(04).
           02 data-ult-class   pic 9(08).
           02 data-esp-class   pic 9(08).
           02 atraso-class     pic 9(05).
           02 faltam-class     pic 9(03).

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
       01 st-rec     pic xx.
       01 fim-per    pic a value 'n'.
       01 fim-class  pic a value 'n'.
       01 vld        pic a value 'n'.
       01 tolerancia-w pic 9(03) value zero.
       01 intervalo-w  pic 9(03) value zero.
       01 dias-hoje-n  pic 9(08) value zero.
       01 dias-ref-n   pic 9(08) value zero.
       01 dias-fim-n   pic 9(08) value zero.
       01 dias-esp-n   pic 9(08) value zero.
       01 dias-lim-n   pic 9(08) value zero.
       01 data-ref-n   pic 9(08) value zeros.
       01 data-esp-n   pic 9(08) value zeros.
       01 fornecedor-ant pic x(20) value spaces.
       01 contador-titulos    pic 9(05) value zero.
       01 contador-ativos     pic 9(05) value zero.
       01 contador-atrasados  pic 9(05) value zero.
       01 contador-faltantes  pic 9(05) value zero.
       01 contador-fornecedores pic 9(05) value zero.
       01 qtde-fornecedor-w   pic 9(05) value zero.
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
       01 designacao-w.
           02 filler   pic x(02) value "V.".
           02 vol-des  pic 9(04).
           02 filler   pic x(03) value " N.".
           02 num-des  pic 9(04).
       01 data-det-e.
           02 dd-det  pic 99.
           02 filler  pic x value "/".
           02 mm-det  pic 99.
           02 filler  pic x value "/".
           02 aa-det  pic 9999.
       01 data-fim-n   pic 9(08) value zeros.
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
           "RECLAMACAO DE FASCICULOS EM ATRASO".
       01 linha-cabecalho-3.
           02 filler pic x(24) value "TOLERANCIA (DIAS):".
           02 tolerancia-cab-e pic ZZ9.
       01 linha-legenda.
           02 filler pic x(66) value
           "FREQ: S SEMANAL  Q QUINZENAL  M MENSAL  B BIMESTRAL".
           02 filler pic x(40) value
           "  T TRIMESTRAL  E SEMESTRAL  A ANUAL".
       01 linha-fornecedor.
           02 filler pic x(12) value "FORNECEDOR:".
           02 fornecedor-e pic x(20).
       01 linha-cab-det.
           02 filler pic x(05)  value spaces.
           02 filler pic x(05)  value "COD.".
           02 filler pic x(01)  value space.
           02 filler pic x(30)  value "TITULO".
           02 filler pic x(01)  value space.
           02 filler pic x(09)  value "ISSN".
           02 filler pic x(01)  value space.
           02 filler pic x(04)  value "FREQ".
           02 filler pic x(01)  value space.
           02 filler pic x(13)  value "ULT. FASCIC.".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "RECEBIDO".
           02 filler pic x(01)  value space.
           02 filler pic x(10)  value "ESPERADO".
           02 filler pic x(01)  value space.
           02 filler pic x(06)  value "ATRASO".
           02 filler pic x(01)  value space.
           02 filler pic x(06)  value "FALTAM".
       01 linha-det.
           02 filler        pic x(05) value spaces.
           02 cod-det       pic 9(05).
           02 filler        pic x(01) value space.
           02 titulo-det    pic x(30).
           02 filler        pic x(01) value space.
           02 issn-det      pic x(09).
           02 filler        pic x(02) value spaces.
           02 frequencia-det pic a.
           02 filler        pic x(03) value spaces.
           02 fasciculo-det pic x(13).
           02 filler        pic x(01) value space.
           02 recebido-det  pic x(10).
           02 filler        pic x(01) value space.
           02 esperado-det  pic x(10).
           02 filler        pic x(01) value space.
           02 atraso-det    pic ZZZZZ9.
           02 filler        pic x(01) value space.
           02 faltam-det    pic ZZZZZ9.
       01 linha-total-forn.
           02 filler pic x(05) value spaces.
           02 filler pic x(30) value "TITULOS A RECLAMAR:".
           02 total-forn-e pic ZZZZ9.
       01 linha-rodape-1.
           02 filler pic x(32) value "TOTAL DE TITULOS LIDOS:".
           02 total-tit-e pic ZZZZ9.
       01 linha-rodape-2.
           02 filler pic x(32) value "ASSINATURAS ATIVAS:".
           02 total-ati-e pic ZZZZ9.
       01 linha-rodape-3.
           02 filler pic x(32) value "TITULOS EM ATRASO:".
           02 total-atr-e pic ZZZZ9.
       01 linha-rodape-4.
           02 filler pic x(32) value "FASCICULOS A RECLAMAR:".
           02 total-fal-e pic ZZZZ9.
       01 linha-rodape-5.
           02 filler pic x(32) value "FORNECEDORES:".
           02 total-for-e pic ZZZZ9.

       procedure division.
       inicio.
           move function current-date to data-sis.
           move dia   to dd-e.
           move mes   to mm-e.
           move ano-s to aa-e.
           compute dias-hoje-n = function integer-of-date(data-sis-n).
           perform recebe-tolerancia until vld = 's'.
           perform abre-controle.
           perform verifica-concorrencia.
           perform marca-inicio.
           perform abre-arquivos.
           perform imprime-cabecalho.
           perform seleciona-atrasados.
           perform imprime-rodape.
           perform fecha-arquivos.
           perform marca-fim.
           display "Relatorio gravado em RECLAMACOES.LST".
           display "Titulos lidos: "       contador-titulos.
           display "Assinaturas ativas: "  contador-ativos.
           display "Titulos em atraso: "   contador-atrasados.
           display "Fasciculos a reclamar: " contador-faltantes.
           stop run.
       recebe-tolerancia.
           display "Dias de tolerancia (000-180): " with no advancing.
           accept tolerancia-w.
           if tolerancia-w not numeric or tolerancia-w > 180
               display "Tolerancia invalida."
           else
               move 's' to vld.
       abre-arquivos.
           open input bbperiodicos.
           if st-per not = "00"
               display "ERRO AO ABRIR BBPERIOD. STATUS = " st-per
               stop run.
           open output reclamacoes.
           if st-rec not = "00"
               display "ERRO AO ABRIR RECLAMACOES. STATUS = " st-rec
               stop run.
       imprime-cabecalho.
           move data-e to data-cab-e.
           write linha-rec from linha-cabecalho-1.
           write linha-rec from linha-cabecalho-2.
           move tolerancia-w to tolerancia-cab-e.
           write linha-rec from linha-cabecalho-3.
           write linha-rec from linha-legenda.
       seleciona-atrasados.
           sort classifica on ascending key fornecedor-class
               titulo-class cod-class
               input procedure le-periodicos
               output procedure imprime-atrasados.
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
               perform calcula-intervalo
               if intervalo-w not = zero
                   perform verifica-atraso.
           perform ler-periodico.
       calcula-intervalo.
           evaluate frequencia-per
           when 's'
               move 7 to intervalo-w
           when 'q'
               move 15 to intervalo-w
           when 'm'
               move 30 to intervalo-w
           when 'b'
               move 61 to intervalo-w
           when 't'
               move 91 to intervalo-w
           when 'e'
               move 182 to intervalo-w
           when 'a'
               move 365 to intervalo-w
           when other
               move zero to intervalo-w
           end-evaluate.
       verifica-atraso.
           if data-ult-per not = zeros
               move data-ult-per to data-ref-n
           else
               move data-inicio-per to data-ref-n.
           compute dias-ref-n = function integer-of-date(data-ref-n).
           move data-fim-per to data-fim-n.
           compute dias-fim-n = function integer-of-date(data-fim-n).
           compute dias-esp-n = dias-ref-n + intervalo-w.
           if dias-esp-n <= dias-fim-n and
              dias-hoje-n > dias-esp-n + tolerancia-w
               perform libera-atrasado.
       libera-atrasado.
           add 1 to contador-atrasados.
           move dias-hoje-n to dias-lim-n.
           if dias-fim-n < dias-lim-n
               move dias-fim-n to dias-lim-n.
           compute faltam-class =
               (dias-lim-n - dias-ref-n) / intervalo-w.
           add faltam-class to contador-faltantes.
           compute data-esp-n = function date-of-integer(dias-esp-n).
           move fornecedor-per to fornecedor-class.
           move titulo-per     to titulo-class.
           move cod-periodico  to cod-class.
           move issn-per       to issn-class.
           move frequencia-per to frequencia-class.
           move volume-ult-per to volume-class.
           move numero-ult-per to numero-class.
           move data-ult-per   to data-ult-class.
           move data-esp-n     to data-esp-class.
           compute atraso-class = dias-hoje-n - dias-esp-n.
           release reg-class.
       retorna-registro.
           return classifica
               at end
                   move 's' to fim-class
           end-return.
       imprime-atrasados.
           move high-values to fornecedor-ant.
           move 'n' to fim-class.
           perform retorna-registro.
           perform imprime-atrasado until fim-class = 's'.
           if contador-fornecedores not = zero
               perform imprime-total-fornecedor.
       imprime-atrasado.
           if fornecedor-class not = fornecedor-ant
               if contador-fornecedores not = zero
                   perform imprime-total-fornecedor
               end-if
               perform imprime-fornecedor.
           move cod-class        to cod-det.
           move titulo-class     to titulo-det.
           move issn-class       to issn-det.
           move frequencia-class to frequencia-det.
           move data-ult-class   to data-conv-n.
           if data-ult-class = zeros
               move "NENHUM" to fasciculo-det
               move spaces to recebido-det
           else
               move volume-class to vol-des
               move numero-class to num-des
               move designacao-w to fasciculo-det
               perform formata-data-det
               move data-det-e to recebido-det.
           move data-esp-class   to data-conv-n.
           perform formata-data-det.
           move data-det-e to esperado-det.
           move atraso-class     to atraso-det.
           move faltam-class     to faltam-det.
           write linha-rec from linha-det.
           add 1 to qtde-fornecedor-w.
           perform retorna-registro.
       formata-data-det.
           move dd-conv to dd-det.
           move mm-conv to mm-det.
           move aa-conv to aa-det.
       imprime-fornecedor.
           add 1 to contador-fornecedores.
           move zero to qtde-fornecedor-w.
           move fornecedor-class to fornecedor-ant.
           move spaces to linha-rec.
           write linha-rec.
           move fornecedor-class to fornecedor-e.
           write linha-rec from linha-fornecedor.
           write linha-rec from linha-cab-det.
       imprime-total-fornecedor.
           move qtde-fornecedor-w to total-forn-e.
           write linha-rec from linha-total-forn.
       imprime-rodape.
           move spaces to linha-rec.
           write linha-rec.
           move contador-titulos to total-tit-e.
           write linha-rec from linha-rodape-1.
           move contador-ativos to total-ati-e.
           write linha-rec from linha-rodape-2.
           move contador-atrasados to total-atr-e.
           write linha-rec from linha-rodape-3.
           move contador-faltantes to total-fal-e.
           write linha-rec from linha-rodape-4.
           move contador-fornecedores to total-for-e.
           write linha-rec from linha-rodape-5.
       fecha-arquivos.
           close bbperiodicos.
           close reclamacoes.
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
           move "LIBCON29" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   perform inclui-controle
               not invalid key
                   perform reativa-controle
           end-read.
       inclui-controle.
           move "LIBCON29" to job-ctl.
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
           move "LIBCON29" to job-ctl.
           read runctl key is job-ctl
               invalid key
                   continue
               not invalid key
                   move 'n' to ativo-ctl
                   move contador-atrasados to registros-ctl
                   move zero to checkpoint-ctl
                   rewrite registro-controle
           end-read.
           close runctl.
       end program LIBCON29.
