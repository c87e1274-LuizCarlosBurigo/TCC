            perform 2100-proxima-entrada
            perform until ws-fim-entrada
                 add 1                              to ws-qtde-entradas-lidas
      *> Entrada de acerto de consignacao e so cabecalho: o valor vem
      *> do consumo (CSBHD100), nao de itens - nao ha o que conciliar.
                 if   not fdetd-consignacao-acerto
                      perform 2200-soma-itens-entrada
                      perform 2300-compara-total
                 end-if
                 perform 2100-proxima-entrada
            end-perform

