      *>movel e fator de sazonalidade. A janela util e de 36 meses;
      *>periodos mais antigos saem na purga periodica junto com o
      *>movimento que os gerou.
      *>fdmd-qtde-perdida guarda a demanda cancelada por falta de saldo
      *>(vendas perdidas, CSBHD118) - fora do liquido expedido; o
      *>forecast so a soma quando pedido (lnk-id-demanda-perdida).
      *>=====================================================================
       01  fdmd-demanda.
           03 fdmd-chave-1.
              05 fdmd-periodo                     pic  9(06).
           03 fdmd-qtde-expedida                  pic s9(09).
           03 fdmd-qtde-devolvida                 pic s9(09).
           03 fdmd-qtde-perdida                   pic s9(09).
           03 fdmd-dt-atualizacao.
              05 fdmd-dt-atualizacao-ano          pic  9(04).
              05 fdmd-dt-atualizacao-mes          pic  9(02).
