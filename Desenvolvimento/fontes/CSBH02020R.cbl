      *> fdetd-data-entrada do cabecalho CSBHD007, como na valorizacao
      *> CSBH02019R), mostrando quantidade expedida, receita, custo da
      *> mercadoria expedida e o percentual de margem resultante.
      *> Linha de Saida com custo medio carimbado (feisd-custo-medio,
      *> CSBHD081 no momento da baixa) entra pelo custo gravado; so as
      *> linhas anteriores ao carimbo consomem as camadas FIFO.
      *> Recebimento em consignacao de fornecedor (cabecalho "C") nao
      *> forma camada - a mercadoria e do fornecedor; o que as Saidas
      *> consumiram dele (CSBHD100) entra como camada na data do
      *> consumo, ao preco de consignacao.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS044.
           COPY CSBHS100.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF044.
           COPY CSBHF100.

           fd   trace-log.
           01   log-registro.
                03 srt-quantidade                  pic 9(09).
                03 srt-valor-unitario              pic s9(09)v99.
                03 srt-valor-linha                 pic s9(09)v99.
                03 srt-custo-gravado               pic s9(11)v99.

      *>=====================================================================
       WORKING-STORAGE SECTION.
                 move spaces                        to ws-id-fim-movimento
                 perform 2110-proximo-item-entrada
                 perform until ws-fim-movimento
      *> Linha drop-ship nao forma camada: a Saida do par ja carrega o
      *> custo da nota do fornecedor em feisd-custo-medio.
                      if   not fddps-drop-ship
                           perform 2130-monta-camada
                      end-if
                      perform 2110-proximo-item-entrada
                 end-perform
                 perform 2140-monta-camadas-consumo
                 close CSBHD008
                 close CSBHD007
                 close CSBHD009
                      move "0"                      to srt-tipo
                      move feisd-qtdade             to srt-quantidade
                      move feisd-valor              to srt-valor-linha
                      compute srt-custo-gravado rounded =
                              feisd-qtdade * feisd-custo-medio
                      release srt-movimento
                      perform 2120-proximo-item-saida
                 end-perform
            if   not ws-entrada-localizada
                 move 99999999                     to srt-data-entrada
            end-if
      *> Recebimento em consignacao continua do fornecedor: nao e
      *> camada (o consumo dele entra pela 2140).
            if   ws-entrada-localizada
            and  fdetd-consignacao-entrada
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             fdpdt-chave-1
            move fddps-cd-empresa                  to fdpdt-cd-empresa
       2130-exit.
            exit.
      *>=====================================================================
      *> O que as Saidas consumiram do consignado de fornecedor (CSBHD100)
      *> virou compra na data do consumo, ao preco de consignacao: e a
      *> camada que essas Saidas consomem. Sem o arquivo nao ha
      *> consignado.
       2140-monta-camadas-consumo section.
       2140.
            perform 9000-abrir-i-CSBHD100
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move low-values                        to fcfm-chave-1
            perform 9000-str-CSBHD100-gtr
            move spaces                             to ws-id-fim-movimento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-movimento
            end-if
            perform until ws-fim-movimento
                 perform 9000-ler-CSBHD100-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-movimento
                 else
                      initialize                   srt-movimento
                      move fcfm-cd-produto         to srt-cd-produto
                      move fcfm-cd-filial          to srt-cd-filial
                      move "1"                     to srt-tipo
                      move fcfm-data-consumo       to srt-data-entrada
                      move fcfm-qtde-consumida     to srt-quantidade
                      move fcfm-valor-unitario     to srt-valor-unitario
                      release srt-movimento
                 end-if
            end-perform
            close CSBHD100
            move spaces                             to ws-id-fim-movimento
            move "00"                              to ws-resultado-acesso
           .
       2140-exit.
            exit.
      *>=====================================================================
      *> Consome as camadas de cada produto/filial: primeiro chegam os
      *> registros de expedicao (receita e total a consumir), depois as
      *> camadas em ordem de data de entrada; a parte consumida de cada
                 end-if

                 if   srt-tipo-expedicao
                      if   srt-custo-gravado not = zero
                           add srt-custo-gravado    to ws-custo
                      else
                           add srt-quantidade       to ws-qtde-a-consumir
                      end-if
                      add srt-quantidade            to ws-qtde-expedida
                      add srt-valor-linha           to ws-receita
                 else
       2210-cabecalho section.
       2210.
            move spaces                            to rel-linha
            string "Margem bruta por produto/filial (custo medio/FIFO)"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL044.
       COPY CSBHL100.
