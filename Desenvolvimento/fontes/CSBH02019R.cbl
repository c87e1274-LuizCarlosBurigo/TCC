      *> para a mais nova, e o que sobra e valorado ao custo da propria
      *> camada - a posicao que a contabilidade fecha no mes, no lugar da
      *> planilha estimada do financeiro.
      *> Recebimento em consignacao de fornecedor (cabecalho "C") nao
      *> forma camada - a mercadoria e do fornecedor; o que as Saidas
      *> consumiram dele (CSBHD100) entra como camada na data do
      *> consumo, ao preco de consignacao.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS100.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF100.

           fd   trace-log.
           01   log-registro.
                 move spaces                        to ws-id-fim-movimento
                 perform 2110-proximo-item-entrada
                 perform until ws-fim-movimento
      *> Linha drop-ship (entregue pelo fornecedor direto ao cliente)
      *> nao forma camada nem consome camada do deposito.
                      if   not fddps-drop-ship
                           perform 2130-monta-camada
                      end-if
                      perform 2110-proximo-item-entrada
                 end-perform
                 perform 2140-monta-camadas-consumo
                 close CSBHD008
                 close CSBHD007
                 close CSBHD009
                 move spaces                        to ws-id-fim-movimento
                 perform 2120-proximo-item-saida
                 perform until ws-fim-movimento
                      if   not feisd-drop-ship
                           initialize               srt-movimento
                           move feisd-cd-produto    to srt-cd-produto
                           move feisd-cd-filial     to srt-cd-filial
                           move "0"                 to srt-tipo
                           move feisd-qtdade        to srt-quantidade
                           release srt-movimento
                      end-if
                      perform 2120-proximo-item-saida
                 end-perform
                 close CSBHD004
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
      *> registros de expedicao (total a consumir), depois as camadas em
      *> ordem de data de entrada; o que sobrar de cada camada e somado
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL100.
