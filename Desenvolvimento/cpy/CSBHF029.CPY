      *>faturamento CSBH03014F: os embarques do mes menos as devolucoes
      *>que referenciam aquelas saidas, com numeracao propria por
      *>empresa/filial. Uma fatura ja gravada para o cliente/periodo
      *>nao e regerada - reprocessar o faturamento e idempotente. O
      *>estorno da execucao do faturamento (CSBHD133) marca a fatura
      *>como cancelada, com os titulos dela; a fatura cancelada nao
      *>conta como emitida e o numero nao e reaproveitado.
      *>=====================================================================
       01  fftr-fatura.
           03 fftr-chave-1.
              05 fftr-data-emissao-ano            pic  9(04).
              05 fftr-data-emissao-mes            pic  9(02).
              05 fftr-data-emissao-dia            pic  9(02).
           03 fftr-cd-condicao-pagamento          pic  9(03).
              *>Condicao que desdobrou os titulos (CSBHD040) da fatura;
              *>saidas com condicoes diferentes saem em faturas
              *>separadas.
           03 fftr-situacao                       pic  x(01).
              88 fftr-situacao-emitida                        value " ".
              88 fftr-situacao-cancelada                      value "C".
           03 fftr-dt-atualizacao.
              05 fftr-dt-atualizacao-ano          pic  9(04).
              05 fftr-dt-atualizacao-mes          pic  9(02).
