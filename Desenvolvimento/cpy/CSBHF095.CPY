      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF095.CPY
      *>Select      : CSBHS095.CPY
      *>CSBHL       : CSBHL095.CPY
      *>Nome Físico : CSBHD095.CAD
      *>Area Negocio: "Contabilidade"
      *>Descricao   : "Regra de Contabilizacao"
      *>
      *>        SELECT CSBHD095 Assign to disk wid-csbh095
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is frgc-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD095.

      *>=====================================================================
      *>Nome Lógico : regra de contabilizacao
      *>Área Negócio: Contabilidade
      *>GerarIndex  : sim
      *>
      *>Conta a debito e conta a credito (com o centro de custo de cada
      *>lado) de cada tipo de evento, por empresa/filial; filial zero
      *>vale para as filiais da empresa sem regra propria. Usada pela
      *>CSBHP016 para o lancamento do diario contabil (CSBHD096) e pela
      *>interface contabil CSBH03015G para os totais do fechamento.
      *>Carga por REGRA_CONTABIL.CSV. Eventos:
      *>  SAID receita de expedicao     ENTR custo de recebimento
      *>  FRTS frete de saida           FRTE frete de entrada
      *>  TRFE transferencia enviada    TRFR transferencia recebida
      *>  RECB recebimento de cliente   ADTO credito de cliente recebido
      *>  APCR credito aplicado a titulo PAGT pagamento a credor
      *>  BXAE baixa de estoque         AJIN ajuste de inventario
      *>  DVFN devolucao a fornecedor   CBIN cobranca entre filiais
      *>  ENCR multa e juros recebidos  PVFR provisao de frete
      *>  VRBA verba de fornecedor     VRBC verba compensada em titulo
      *>=====================================================================
       01  frgc-regra-contabil.
           03 frgc-chave-1.
              05 frgc-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 frgc-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja (zero = todas da empresa)
              05 frgc-evento                      pic  x(04).
           03 frgc-descricao                      pic  x(30).
           03 frgc-conta-debito                   pic  9(05).
           03 frgc-centro-custo-debito            pic  9(04).
           03 frgc-conta-credito                  pic  9(05).
           03 frgc-centro-custo-credito           pic  9(04).
           03 frgc-dt-atualizacao.
              05 frgc-dt-atualizacao-ano          pic  9(04).
              05 frgc-dt-atualizacao-mes          pic  9(02).
              05 frgc-dt-atualizacao-dia          pic  9(02).
           03 frgc-hr-atualizacao.
              05 frgc-hr-atualizacao-hora         pic  9(02).
              05 frgc-hr-atualizacao-minuto       pic  9(02).
              05 frgc-hr-atualizacao-segundo      pic  9(02).
           03 frgc-job-origem                     pic  x(10).
