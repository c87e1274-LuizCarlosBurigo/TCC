       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03083S.
      *>=====================================================================
      *> Efetivacao da sucessao de produtos (CSBHD120): para cada
      *> sucessao pendente cuja data efetiva ja chegou, o codigo
      *> descontinuado passa o que esta em aberto para o sucessor, com
      *> as quantidades convertidas pelo fator da sucessao (quantidade
      *> nova = antiga x fator, arredondada para cima):
      *>  - pendencias em aberto de CSBHD017 saem do antigo e passam ao
      *>    novo na mesma Saida (somando a uma pendencia do novo que ja
      *>    exista), com o valor unitario dividido pelo fator;
      *>  - linhas de pedido de venda (CSBHD039) em aberto trocam de
      *>    produto; linha parcial fica com o que ja foi alocado
      *>    (atendida, como no corte do CSBH03023B) e o restante vira
      *>    uma nova sequencia do pedido, em aberto, no sucessor;
      *>  - acordos de preco ativos (CSBHD042) sao copiados para o
      *>    sucessor com vigencia na data efetiva (ou na propria, se
      *>    posterior) - acordo que o cliente ja tenha no sucessor nao
      *>    e sobrescrito;
      *>  - parametros de estoque (CSBHD020) sao copiados para as
      *>    filiais onde o sucessor ainda nao tem parametro;
      *>  - a demanda mensal do antigo (CSBHD070) soma na do sucessor,
      *>    periodo a periodo, para que o recalculo de parametros
      *>    (CSBH03080P) e a previsao partam das vendas do antigo.
      *> A sucessao fica efetivada ("E") e nao e reprocessada. Linhas
      *> ja alocadas, atendidas, aguardando fornecedor ou canceladas
      *> ficam no codigo antigo. Novas Saidas do antigo descem no
      *> sucessor quando o saldo acaba (CSBH01001C).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS017.
           COPY CSBHS020.
           COPY CSBHS033.
           COPY CSBHS039.
           COPY CSBHS042.
           COPY CSBHS070.
           COPY CSBHS120.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF017.
           COPY CSBHF020.
           COPY CSBHF033.
           COPY CSBHF039.
           COPY CSBHF042.
           COPY CSBHF070.
           COPY CSBHF120.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03083S".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03083s             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03083s                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-itens                      pic x(01) value spaces.
              88 ws-fim-itens                                value "S" "s".
           03 ws-id-item-localizado                pic x(01) value spaces.
              88 ws-item-localizado                          value "S" "s".
      *> Sucessao corrente.
           03 ws-suc-cd-empresa                    pic 9(03) value zeroes.
           03 ws-suc-cd-produto-antigo             pic 9(09) value zeroes.
           03 ws-suc-cd-produto-novo               pic 9(09) value zeroes.
           03 ws-suc-data-efetiva                  pic 9(08) value zeroes.
           03 ws-suc-fator                         pic 9(05)v9(04) value zeroes.
      *> Conversao de quantidade pelo fator, arredondada para cima.
           03 ws-cnv-qtdade-origem                 pic 9(09) value zeroes.
           03 ws-cnv-qtdade-calculada              pic 9(11)v9(04) value zeroes.
           03 ws-cnv-qtdade                        pic 9(09) value zeroes.
      *> Pendencia em migracao.
           03 ws-pnd-chave.
              05 ws-pnd-cd-empresa                 pic 9(03).
              05 ws-pnd-cd-filial                  pic 9(03).
              05 ws-pnd-cd-saida                   pic 9(09).
              05 ws-pnd-cd-produto                 pic 9(09).
           03 ws-pnd-cd-cliente                    pic 9(09) value zeroes.
           03 ws-pnd-data-pendencia                pic 9(08) value zeroes.
           03 ws-pnd-qtdade                        pic 9(09) value zeroes.
           03 ws-pnd-valor-unitario                pic s9(09)v99 value zeroes.
           03 ws-pnd-cd-deposito                   pic 9(03) value zeroes.
      *> Linha de pedido em migracao.
           03 ws-pdv-chave.
              05 ws-pdv-cd-empresa                 pic 9(03).
              05 ws-pdv-cd-filial                  pic 9(03).
              05 ws-pdv-cd-pedido                  pic 9(09).
              05 ws-pdv-sequencia                  pic 9(09).
           03 ws-pdv-proxima-sequencia             pic 9(09) value zeroes.
           03 ws-pdv-qtdade                        pic 9(09) value zeroes.
           03 ws-pdv-valor                         pic s9(09)v99 value zeroes.
           03 ws-pdv-valor-alocado                 pic s9(09)v99 value zeroes.
      *> Reposicionamento das varreduras que gravam no proprio arquivo.
           03 ws-acp-chave                         pic x(26) value spaces.
           03 ws-acp-valor                         pic s9(09)v99 value zeroes.
           03 ws-acp-data-limite                   pic 9(08) value zeroes.
           03 ws-par-chave                         pic x(15) value spaces.
           03 ws-par-qtde-minima                   pic 9(09) value zeroes.
           03 ws-par-qtde-maxima                   pic 9(09) value zeroes.
           03 ws-par-ponto-reposicao               pic 9(09) value zeroes.
           03 ws-par-qtde-multiplo                 pic 9(09) value zeroes.
           03 ws-dmd-chave                         pic x(21) value spaces.
           03 ws-dmd-qtde-expedida                 pic s9(09) value zeroes.
           03 ws-dmd-qtde-devolvida                pic s9(09) value zeroes.
           03 ws-dmd-qtde-perdida                  pic s9(09) value zeroes.
      *> Contadores por sucessao e do job.
           03 ws-qtde-pendencias                   pic 9(07) value zeroes.
           03 ws-qtde-linhas                       pic 9(07) value zeroes.
           03 ws-qtde-acordos                      pic 9(07) value zeroes.
           03 ws-qtde-parametros                   pic 9(07) value zeroes.
           03 ws-qtde-periodos                     pic 9(07) value zeroes.
           03 ws-qtde-sucessoes                    pic 9(09) value zeroes.
           03 ws-qtde-aguardando                   pic 9(09) value zeroes.
           03 ws-qtde-erros                        pic 9(09) value zeroes.
           03 ws-fator-edt                         pic z(4)9,9999.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros.
       MAIN-PROCEDURE.
      *>=====================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
          .
       0000-saida.
       exit program
       STOP RUN.
      *>=====================================================================
       1000-inicializacao section.
       1000.
            perform 9000-csbsp001-carga-inicial
            perform 9000-verifica-tracelog
            if   not lnk-sem-erro
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH03083S.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-io-CSBHD017
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD020
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD039
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD042
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD070
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD120
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-processa-sucessoes
            else
                 move "S"                          to ws-run-id-falha
                 move "Falha na abertura dos arquivos"
                                                   to ws-run-ds-status
            end-if

            close CSBHD017
            close CSBHD020
            close CSBHD039
            close CSBHD042
            close CSBHD070
            close CSBHD120

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-processa-sucessoes section.
       2100.
            open output relatorio
            move spaces                            to rel-linha
            string "Efetivacao de sucessao de produtos - " ws-data-inv
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Emp Produto   Sucessor  Efetiva  Fator"
                   "        Pendencias Lin.pedido Acordos"
                   "    Parametros Periodos"
                   delimited by size into rel-linha
            write rel-linha

            move low-values                        to fsuc-chave-1
            perform 9000-str-CSBHD120-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD120-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fsuc-situacao-pendente
                           if   fsuc-data-efetiva > ws-data-inv
                           or   fsuc-cd-produto-novo equal zeroes
                                add 1              to ws-qtde-aguardando
                           else
                                perform 2200-aplica-sucessao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            perform 2500-imprime-resumo
            close relatorio
           .
       2100-exit.
            exit.
      *>=====================================================================
       2200-aplica-sucessao section.
       2200.
            move fsuc-cd-empresa                   to ws-suc-cd-empresa
            move fsuc-cd-produto-antigo            to ws-suc-cd-produto-antigo
            move fsuc-cd-produto-novo              to ws-suc-cd-produto-novo
            move fsuc-data-efetiva                 to ws-suc-data-efetiva
            move fsuc-fator-conversao              to ws-suc-fator
            if   ws-suc-fator equal zeroes
                 move 1                            to ws-suc-fator
            end-if
            move zeroes                            to ws-qtde-pendencias
                                                      ws-qtde-linhas
                                                      ws-qtde-acordos
                                                      ws-qtde-parametros
                                                      ws-qtde-periodos

            perform 2210-migra-pendencias
            perform 2220-migra-pedidos
            perform 2230-copia-acordos
            perform 2240-copia-parametros
            perform 2250-encadeia-demanda

      *> As varreduras acima nao leem CSBHD120: a area ainda e a da
      *> sucessao corrente e a posicao da varredura de 2100 se mantem.
            move "E"                               to fsuc-situacao
            move ws-data-inv                       to fsuc-data-aplicacao
            move ws-ano-inv                        to fsuc-dt-atualizacao-ano
            move ws-mes-inv                        to fsuc-dt-atualizacao-mes
            move ws-dia-inv                        to fsuc-dt-atualizacao-dia
            move ws-hora                           to fsuc-hr-atualizacao-hora
            move ws-minutos                        to fsuc-hr-atualizacao-minuto
            move ws-segundos                       to fsuc-hr-atualizacao-segundo
            move este-programa                     to fsuc-job-origem
            perform 9000-regravar-CSBHD120
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
                 move "00"                         to ws-resultado-acesso
            end-if
            add 1                                  to ws-qtde-sucessoes

            move ws-suc-fator                      to ws-fator-edt
            move spaces                            to rel-linha
            string ws-suc-cd-empresa " " ws-suc-cd-produto-antigo " "
                   ws-suc-cd-produto-novo " " ws-suc-data-efetiva " "
                   ws-fator-edt "    " ws-qtde-pendencias "    "
                   ws-qtde-linhas " " ws-qtde-acordos "    "
                   ws-qtde-parametros "    " ws-qtde-periodos
                   delimited by size into rel-linha
            write rel-linha
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Pendencias: a chave de CSBHD017 inclui o produto, entao cada
      *> pendencia migrada e excluida e regravada com o sucessor - a
      *> procura recomeca pela chave alternativa a cada migracao.
       2210-migra-pendencias section.
       2210.
            move spaces                            to ws-id-fim-itens
            perform until ws-fim-itens
                 perform 2215-localiza-pendencia
                 if   ws-item-localizado
                      perform 2216-move-pendencia
                 else
                      move "S"                     to ws-id-fim-itens
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2210-exit.
            exit.
      *>=====================================================================
       2215-localiza-pendencia section.
       2215.
            move "N"                               to ws-id-item-localizado
            initialize                             fbpnd-chave-2
            move ws-suc-cd-produto-antigo          to fbpnd-cd-produto-alt
            perform 9000-str-CSBHD017-eql-2
            perform until not ws-operacao-ok
                       or ws-item-localizado
                 perform 9000-ler-CSBHD017-next
                 if   ws-operacao-ok
                      if   fbpnd-cd-produto-alt not equal ws-suc-cd-produto-antigo
                           move "10"               to ws-resultado-acesso
                      else
                           if   fbpnd-cd-empresa equal ws-suc-cd-empresa
                           and  fbpnd-situacao-aberta
                                move "S"           to ws-id-item-localizado
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2215-exit.
            exit.
      *>=====================================================================
       2216-move-pendencia section.
       2216.
            move fbpnd-chave-1                     to ws-pnd-chave
            move fbpnd-cd-cliente                  to ws-pnd-cd-cliente
            move fbpnd-data-pendencia              to ws-pnd-data-pendencia
            move fbpnd-qtdade-pendente             to ws-pnd-qtdade
            move fbpnd-valor-unitario              to ws-pnd-valor-unitario
            move fbpnd-cd-deposito                 to ws-pnd-cd-deposito

            perform 9000-excluir-CSBHD017
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
                 move "S"                          to ws-id-fim-itens
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move ws-pnd-qtdade                     to ws-cnv-qtdade-origem
            perform 2290-converte-quantidade

            initialize                             fbpnd-chave-1
            move ws-pnd-cd-empresa                 to fbpnd-cd-empresa
            move ws-pnd-cd-filial                  to fbpnd-cd-filial
            move ws-pnd-cd-saida                   to fbpnd-cd-saida
            move ws-suc-cd-produto-novo            to fbpnd-cd-produto
            perform 9000-ler-CSBHD017-ran
            if   ws-operacao-ok
                 add ws-cnv-qtdade                 to fbpnd-qtdade-pendente
                 move "A"                          to fbpnd-situacao
                 move zeroes                       to fbpnd-data-liberacao
            else
                 initialize                        fbpnd-pendencia
                 move ws-pnd-cd-empresa            to fbpnd-cd-empresa
                 move ws-pnd-cd-filial             to fbpnd-cd-filial
                 move ws-pnd-cd-saida              to fbpnd-cd-saida
                 move ws-suc-cd-produto-novo       to fbpnd-cd-produto
                 move ws-suc-cd-produto-novo       to fbpnd-cd-produto-alt
                 move ws-pnd-cd-cliente            to fbpnd-cd-cliente
                 move ws-pnd-data-pendencia        to fbpnd-data-pendencia
                 move ws-cnv-qtdade                to fbpnd-qtdade-pendente
                 compute fbpnd-valor-unitario rounded =
                         ws-pnd-valor-unitario / ws-suc-fator
                 move ws-pnd-cd-deposito           to fbpnd-cd-deposito
                 move "A"                          to fbpnd-situacao
            end-if
            move ws-ano-inv                        to fbpnd-dt-atualizacao-ano
            move ws-mes-inv                        to fbpnd-dt-atualizacao-mes
            move ws-dia-inv                        to fbpnd-dt-atualizacao-dia
            move ws-hora                           to fbpnd-hr-atualizacao-hora
            move ws-minutos                        to fbpnd-hr-atualizacao-minuto
            move ws-segundos                       to fbpnd-hr-atualizacao-segundo
            move este-programa                     to fbpnd-job-origem
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD017
            else
                 perform 9000-regravar-CSBHD017
            end-if
            if   ws-operacao-ok
                 add 1                             to ws-qtde-pendencias
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2216-exit.
            exit.
      *>=====================================================================
      *> Linhas de pedido em aberto ou parciais do antigo: a troca de
      *> produto tira a linha da chave alternativa percorrida, entao a
      *> procura recomeca a cada linha migrada.
       2220-migra-pedidos section.
       2220.
            move spaces                            to ws-id-fim-itens
            perform until ws-fim-itens
                 perform 2225-localiza-linha-pedido
                 if   ws-item-localizado
                      perform 2226-move-linha-pedido
                 else
                      move "S"                     to ws-id-fim-itens
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2220-exit.
            exit.
      *>=====================================================================
       2225-localiza-linha-pedido section.
       2225.
            move "N"                               to ws-id-item-localizado
            initialize                             fpdv-chave-3
            move ws-suc-cd-produto-antigo          to fpdv-cd-produto
            perform 9000-str-CSBHD039-eql-3
            perform until not ws-operacao-ok
                       or ws-item-localizado
                 perform 9000-ler-CSBHD039-next
                 if   ws-operacao-ok
                      if   fpdv-cd-produto not equal ws-suc-cd-produto-antigo
                           move "10"               to ws-resultado-acesso
                      else
                           if   fpdv-cd-empresa equal ws-suc-cd-empresa
                           and  (fpdv-situacao-aberta or fpdv-situacao-parcial)
                           and  fpdv-qtdade > fpdv-qtdade-alocada
                                move "S"           to ws-id-item-localizado
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2225-exit.
            exit.
      *>=====================================================================
       2226-move-linha-pedido section.
       2226.
            if   fpdv-qtdade-alocada equal zeroes
                 move fpdv-qtdade                  to ws-cnv-qtdade-origem
                 perform 2290-converte-quantidade
                 move ws-suc-cd-produto-novo       to fpdv-cd-produto
                 move ws-cnv-qtdade                to fpdv-qtdade
                 move "A"                          to fpdv-situacao
                 perform 2228-carimba-linha-pedido
                 perform 9000-regravar-CSBHD039
                 if   ws-operacao-ok
                      add 1                        to ws-qtde-linhas
                 else
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      add 1                        to ws-qtde-erros
                      move "S"                     to ws-id-fim-itens
                      move "00"                    to ws-resultado-acesso
                 end-if
                 exit section
            end-if

      *> Linha parcial: a parte alocada ja desceu numa Saida do antigo
      *> e fica nele, atendida; o restante segue no sucessor numa nova
      *> sequencia do mesmo pedido.
            move fpdv-chave-1                      to ws-pdv-chave
            move fpdv-qtdade                       to ws-pdv-qtdade
            move fpdv-valor                        to ws-pdv-valor

            move ws-pdv-cd-empresa                 to fpdv-cd-empresa
            move ws-pdv-cd-filial                  to fpdv-cd-filial
            move ws-pdv-cd-pedido                  to fpdv-cd-pedido
            move 999999999                         to fpdv-sequencia
            perform 9000-str-CSBHD039-ngtr
            perform 9000-ler-CSBHD039-pre
            compute ws-pdv-proxima-sequencia = fpdv-sequencia + 1

            move ws-pdv-chave                      to fpdv-chave-1
            perform 9000-ler-CSBHD039-ran
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
                 move "S"                          to ws-id-fim-itens
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            compute ws-pdv-valor-alocado rounded =
                    (ws-pdv-valor * fpdv-qtdade-alocada) / ws-pdv-qtdade
            compute ws-cnv-qtdade-origem =
                    fpdv-qtdade - fpdv-qtdade-alocada
            move fpdv-qtdade-alocada               to fpdv-qtdade
            move ws-pdv-valor-alocado              to fpdv-valor
            move "T"                               to fpdv-situacao
            perform 2228-carimba-linha-pedido
            perform 9000-regravar-CSBHD039
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
                 move "S"                          to ws-id-fim-itens
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            perform 2290-converte-quantidade
            move ws-pdv-proxima-sequencia          to fpdv-sequencia
            move ws-suc-cd-produto-novo            to fpdv-cd-produto
            move ws-cnv-qtdade                     to fpdv-qtdade
            move zeroes                            to fpdv-qtdade-alocada
                                                      fpdv-cd-saida-gerada
            compute fpdv-valor = ws-pdv-valor - ws-pdv-valor-alocado
            move "A"                               to fpdv-situacao
            perform 9000-gravar-CSBHD039
            if   ws-operacao-ok
                 add 1                             to ws-qtde-linhas
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2226-exit.
            exit.
      *>=====================================================================
       2228-carimba-linha-pedido section.
       2228.
            move ws-ano-inv                        to fpdv-dt-atualizacao-ano
            move ws-mes-inv                        to fpdv-dt-atualizacao-mes
            move ws-dia-inv                        to fpdv-dt-atualizacao-dia
            move ws-hora                           to fpdv-hr-atualizacao-hora
            move ws-minutos                        to fpdv-hr-atualizacao-minuto
            move ws-segundos                       to fpdv-hr-atualizacao-segundo
            move este-programa                     to fpdv-job-origem
           .
       2228-exit.
            exit.
      *>=====================================================================
      *> Acordos de preco nao tem empresa: vale para todo acordo ativo do
      *> antigo ainda em vigor na data efetiva. O preco acordado passa a
      *> ser por unidade do sucessor (dividido pelo fator). A varredura
      *> e reposicionada pela chave guardada depois de cada gravacao.
       2230-copia-acordos section.
       2230.
            move low-values                        to facp-chave-1
            perform 9000-str-CSBHD042-gtr
            move spaces                             to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD042-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-itens
                 else
                      if   facp-cd-produto equal ws-suc-cd-produto-antigo
                      and  facp-situacao-ativa
                      and  (facp-data-limite equal zeroes
                       or   facp-data-limite not < ws-suc-data-efetiva)
                           perform 2235-copia-acordo
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2230-exit.
            exit.
      *>=====================================================================
       2235-copia-acordo section.
       2235.
            move facp-chave-1                      to ws-acp-chave
            move facp-valor                        to ws-acp-valor
            move facp-data-limite                  to ws-acp-data-limite

            move ws-suc-cd-produto-novo            to facp-cd-produto
            if   facp-dt-vigencia < ws-suc-data-efetiva
                 move ws-suc-data-efetiva          to facp-dt-vigencia
            end-if
            perform 9000-ler-CSBHD042-ran
      *> Acordo do sucessor negociado a parte nao e tocado; um gravado
      *> por esta efetivacao (vigencia mais antiga do mesmo cliente) e
      *> substituido pelo mais recente.
            if   ws-operacao-ok
            and  facp-job-origem not equal este-programa
                 move "00"                         to ws-resultado-acesso
            else
                 if   not ws-operacao-ok
                      initialize                   facp-acordo-preco
                      move ws-acp-chave            to facp-chave-1
                      move ws-suc-cd-produto-novo  to facp-cd-produto
                      if   facp-dt-vigencia < ws-suc-data-efetiva
                           move ws-suc-data-efetiva
                                                   to facp-dt-vigencia
                      end-if
                      move "23"                    to ws-resultado-acesso
                 end-if
                 compute facp-valor rounded = ws-acp-valor / ws-suc-fator
                 move ws-acp-data-limite           to facp-data-limite
                 move "A"                          to facp-situacao
                 move ws-ano-inv                   to facp-dt-atualizacao-ano
                 move ws-mes-inv                   to facp-dt-atualizacao-mes
                 move ws-dia-inv                   to facp-dt-atualizacao-dia
                 move ws-hora                      to facp-hr-atualizacao-hora
                 move ws-minutos                   to facp-hr-atualizacao-minuto
                 move ws-segundos                  to facp-hr-atualizacao-segundo
                 move este-programa                to facp-job-origem
                 if   ws-registro-inexistente
                      perform 9000-gravar-CSBHD042
                 else
                      perform 9000-regravar-CSBHD042
                 end-if
                 if   ws-operacao-ok
                      add 1                        to ws-qtde-acordos
                 else
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      add 1                        to ws-qtde-erros
                 end-if
            end-if

            move ws-acp-chave                      to facp-chave-1
            perform 9000-str-CSBHD042-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
           .
       2235-exit.
            exit.
      *>=====================================================================
      *> Parametro de estoque do antigo vira o do sucessor nas filiais
      *> onde o sucessor ainda nao tem parametro proprio.
       2240-copia-parametros section.
       2240.
            move low-values                        to fpar-chave-1
            perform 9000-str-CSBHD020-gtr
            move spaces                             to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD020-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-itens
                 else
                      if   fpar-cd-empresa equal ws-suc-cd-empresa
                      and  fpar-cd-produto equal ws-suc-cd-produto-antigo
                           perform 2245-copia-parametro
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2240-exit.
            exit.
      *>=====================================================================
       2245-copia-parametro section.
       2245.
            move fpar-chave-1                      to ws-par-chave
            move fpar-qtde-minima                  to ws-par-qtde-minima
            move fpar-qtde-maxima                  to ws-par-qtde-maxima
            move fpar-ponto-reposicao              to ws-par-ponto-reposicao
            move fpar-qtde-multiplo-compra         to ws-par-qtde-multiplo

            move ws-suc-cd-produto-novo            to fpar-cd-produto
            perform 9000-ler-CSBHD020-ran
            if   not ws-operacao-ok
                 initialize                        fpar-parametro-estoque
                 move ws-par-chave                 to fpar-chave-1
                 move ws-suc-cd-produto-novo       to fpar-cd-produto
                 move ws-par-qtde-minima           to ws-cnv-qtdade-origem
                 perform 2290-converte-quantidade
                 move ws-cnv-qtdade                to fpar-qtde-minima
                 move ws-par-qtde-maxima           to ws-cnv-qtdade-origem
                 perform 2290-converte-quantidade
                 move ws-cnv-qtdade                to fpar-qtde-maxima
                 move ws-par-ponto-reposicao       to ws-cnv-qtdade-origem
                 perform 2290-converte-quantidade
                 move ws-cnv-qtdade                to fpar-ponto-reposicao
                 move ws-par-qtde-multiplo         to ws-cnv-qtdade-origem
                 perform 2290-converte-quantidade
                 move ws-cnv-qtdade                to fpar-qtde-multiplo-compra
                 move ws-ano-inv                   to fpar-dt-atualizacao-ano
                 move ws-mes-inv                   to fpar-dt-atualizacao-mes
                 move ws-dia-inv                   to fpar-dt-atualizacao-dia
                 move ws-hora                      to fpar-hr-atualizacao-hora
                 move ws-minutos                   to fpar-hr-atualizacao-minuto
                 move ws-segundos                  to fpar-hr-atualizacao-segundo
                 move este-programa                to fpar-job-origem
                 perform 9000-gravar-CSBHD020
                 if   ws-operacao-ok
                      add 1                        to ws-qtde-parametros
                 else
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      add 1                        to ws-qtde-erros
                 end-if
            end-if

            move ws-par-chave                      to fpar-chave-1
            perform 9000-str-CSBHD020-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
           .
       2245-exit.
            exit.
      *>=====================================================================
      *> Demanda do antigo somada na do sucessor, periodo a periodo e
      *> filial a filial, ja na unidade do sucessor. O registro do
      *> antigo fica como esta - e a historia dele.
       2250-encadeia-demanda section.
       2250.
            move low-values                        to fdmd-chave-1
            perform 9000-str-CSBHD070-gtr
            move spaces                             to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD070-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-itens
                 else
                      if   fdmd-cd-empresa equal ws-suc-cd-empresa
                      and  fdmd-cd-produto equal ws-suc-cd-produto-antigo
                           perform 2255-soma-demanda
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2250-exit.
            exit.
      *>=====================================================================
       2255-soma-demanda section.
       2255.
            move fdmd-chave-1                      to ws-dmd-chave
            compute ws-dmd-qtde-expedida rounded =
                    fdmd-qtde-expedida * ws-suc-fator
            compute ws-dmd-qtde-devolvida rounded =
                    fdmd-qtde-devolvida * ws-suc-fator
            compute ws-dmd-qtde-perdida rounded =
                    fdmd-qtde-perdida * ws-suc-fator

            move ws-suc-cd-produto-novo            to fdmd-cd-produto
            perform 9000-ler-CSBHD070-ran
            if   not ws-operacao-ok
                 initialize                        fdmd-demanda
                 move ws-dmd-chave                 to fdmd-chave-1
                 move ws-suc-cd-produto-novo       to fdmd-cd-produto
                 move "23"                         to ws-resultado-acesso
            end-if
            add ws-dmd-qtde-expedida               to fdmd-qtde-expedida
            add ws-dmd-qtde-devolvida              to fdmd-qtde-devolvida
            add ws-dmd-qtde-perdida                to fdmd-qtde-perdida
            move ws-ano-inv                        to fdmd-dt-atualizacao-ano
            move ws-mes-inv                        to fdmd-dt-atualizacao-mes
            move ws-dia-inv                        to fdmd-dt-atualizacao-dia
            move ws-hora                           to fdmd-hr-atualizacao-hora
            move ws-minutos                        to fdmd-hr-atualizacao-minuto
            move ws-segundos                       to fdmd-hr-atualizacao-segundo
            move este-programa                     to fdmd-job-origem
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD070
            else
                 perform 9000-regravar-CSBHD070
            end-if
            if   ws-operacao-ok
                 add 1                             to ws-qtde-periodos
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
            end-if

            move ws-dmd-chave                      to fdmd-chave-1
            perform 9000-str-CSBHD070-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
           .
       2255-exit.
            exit.
      *>=====================================================================
       2290-converte-quantidade section.
       2290.
            compute ws-cnv-qtdade-calculada =
                    ws-cnv-qtdade-origem * ws-suc-fator
            move ws-cnv-qtdade-calculada           to ws-cnv-qtdade
            if   ws-cnv-qtdade < ws-cnv-qtdade-calculada
                 add 1                             to ws-cnv-qtdade
            end-if
           .
       2290-exit.
            exit.
      *>=====================================================================
       2500-imprime-resumo section.
       2500.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Sucessoes efetivadas    : " ws-qtde-sucessoes
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Aguardando data efetiva : " ws-qtde-aguardando
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Erros de gravacao       : " ws-qtde-erros
                   delimited by size into rel-linha
            write rel-linha
           .
       2500-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-sucessoes                 to ws-run-qtde-registros
            if   ws-qtde-erros > zeroes
            and  ws-run-id-falha not equal "S"
                 move "Sucessao com erros de gravacao - ver tracelog"
                                                   to ws-run-ds-status
            end-if
            perform 9510-registra-fim-execucao
            close trace-log

            move "3000-finalizacao - Fim"          to ws-ds-tracelog
            perform 9000-tracelog
           .
       3000-exit.
            exit.
      *>=====================================================================
       9000-verifica-tracelog section.
       9000.
            initialize                             ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, ".TRACELOG" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            move Return-Code                    to ws-id-tracelog-csbh03083s

            if   ws-tracelog-csbh03083s
                 accept ws-data-inv from date yyyymmdd
                 string lnk-dtbLog delimited by spaces, este-programa, "_",
                        lnk-cd-empresa lnk-cd-filial delimited by size,
                        ws-data-inv delimited by size, ".LOG" into wid-arquivo-log
                 open extend trace-log
                 if   not ws-operacao-ok
                     open output trace-log
                 end-if
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-tracelog section.
       9000.
            if   ws-tracelog-csbh03083s
            and  (not lnk-log-nivel-somente-erros or ws-ds-tracelog (1:4) = "Erro")
                 accept ws-horas                   from time
                 move spaces                       to log-linha
                 string ws-dia-inv "/" ws-mes-inv "/" ws-ano-inv, " ",
                        ws-hora ":" ws-minutos ":" ws-segundos ":"
                        ws-horas (7:2) " - " ws-ds-tracelog into log-linha
                 write log-registro
            end-if
            move spaces                            to ws-ds-tracelog
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-controle-abertura section.
       9000.
            if   not processamento-sem-erro
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL017.
       COPY CSBHL020.
       COPY CSBHL033.
       COPY CSBHL039.
       COPY CSBHL042.
       COPY CSBHL070.
       COPY CSBHL120.
