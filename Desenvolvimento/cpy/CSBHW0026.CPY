*>
*>Tabela fixa dos indicadores operacionais gravados pelo CSBH03089K
*>em CSBHD131 e lidos pela tendencia CSBH02091R - a ordem aqui e a
*>ordem das colunas do relatorio:
*>  BACKORDER-QTDE     pendencias (CSBHD017) em aberto;
*>  FILL-RATE-PERC     quantidade alocada sobre pedida nas linhas de
*>                     pedido de venda dos ultimos 30 dias (CSBHD039,
*>                     sem canceladas e drop-ship);
*>  RECEBER-VENCIDO    saldo dos titulos a receber vencidos (CSBHD040);
*>  VALOR-ESTOQUE      saldo (CSBHD022) a custo medio (CSBHD081);
*>  RMA-ABERTAS        autorizacoes de devolucao abertas (CSBHD046);
*>  EMBARQUE-SEM-POD   entregas confirmadas sem comprovante (CSBHD067);
*>  INSPECAO-FILA      lotes em inspecao de recebimento (CSBHD058);
*>  INSPECAO-IDADE-MAX dias do lote mais antigo na fila de inspecao.
       78  c026-copy-id                             value "CSBHW0026".
       78  c026-qtde-indicadores                    value 8.
       01  ws026-tabela-indicadores.
           03 filler                     pic x(33)
              value "BACKORDER-QTDE         Backorders".
           03 filler                     pic x(33)
              value "FILL-RATE-PERC        Fill rate %".
           03 filler                     pic x(33)
              value "RECEBER-VENCIDO     Receb.vencido".
           03 filler                     pic x(33)
              value "VALOR-ESTOQUE       Valor estoque".
           03 filler                     pic x(33)
              value "RMA-ABERTAS          RMAs abertas".
           03 filler                     pic x(33)
              value "EMBARQUE-SEM-POD     Entr.sem POD".
           03 filler                     pic x(33)
              value "INSPECAO-FILA        Inspec. fila".
           03 filler                     pic x(33)
              value "INSPECAO-IDADE-MAX   Inspec.idade".
       01  ws026-tab-indicadores         redefines
           ws026-tabela-indicadores.
           03 ws-kpi-indicador           occurs 8 times.
              05 ws-kpi-cd-indicador     pic x(20).
              05 ws-kpi-ds-coluna        pic x(13).
