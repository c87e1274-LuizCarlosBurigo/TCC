      *>apuracao diferente, com aliquota que varia pela UF de destino.
      *>O resumo mensal por UF e a conferencia detalhe x cabecalho
      *>ficam com o CSBH02036R.
      *>IST (ICMS-ST), DIF (DIFAL) e FCP sao calculados pela carga a
      *>partir de CSBHD078 na venda interestadual; sao recolhidos a UF
      *>de destino (GNRE, CSBH02068R) e nao fazem parte do fesd-imposto.
      *>=====================================================================
       01  fimp-imposto-saida.
           03 fimp-chave-1.
                 88 fimp-imposto-ipi                           value "IPI".
                 88 fimp-imposto-pis                           value "PIS".
                 88 fimp-imposto-cofins                        value "COF".
                 88 fimp-imposto-icms-st                       value "IST".
                 88 fimp-imposto-difal                         value "DIF".
                 88 fimp-imposto-fcp                           value "FCP".
                 88 fimp-imposto-recolhimento-uf               value "IST"
                                                                     "DIF"
                                                                     "FCP".
           03 fimp-base                           pic s9(11)v99.
           03 fimp-aliquota                       pic  9(03)v99.
           03 fimp-valor                          pic s9(11)v99.
