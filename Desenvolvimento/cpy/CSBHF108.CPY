      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF108.CPY
      *>Select      : CSBHS108.CPY
      *>CSBHL       : CSBHL108.CPY
      *>Nome Físico : CSBHD108.CAD
      *>Area Negocio: "Expedição"
      *>Descricao   : "Linha da Onda de Separação"
      *>
      *>        SELECT CSBHD108 Assign to disk wid-csbh108
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fion-chave-1
      *>               alternate key   is fion-chave-2
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD108.

      *>=====================================================================
      *>Nome Lógico : linha da onda de separacao
      *>Área Negócio: Expedição
      *>GerarIndex  : sim
      *>
      *>Linha de Saida (CSBHD004) incluida numa onda de CSBHD107. A
      *>chave principal caminha a onda pela prioridade da Saida - a
      *>menor data prometida ao cliente primeiro - e e nesta ordem que
      *>a confirmacao da onda (CSBH03031P) distribui a quantidade
      *>separada: o pick curto recai sobre as Saidas de menor
      *>prioridade. A chave 2 (linha da Saida) impede que a mesma
      *>linha entre em duas ondas.
      *>=====================================================================
       01  fion-item-onda.
           03 fion-chave-1.
              05 fion-cd-empresa                  pic  9(03).
              05 fion-cd-filial                   pic  9(03).
              05 fion-cd-onda                     pic  9(09).
                 *>FK: fond-cd-onda
              05 fion-prioridade                  pic  9(05).
                 *>1 = Saida mais urgente da onda.
              05 fion-cd-saida                    pic  9(09).
              05 fion-sequencia                   pic  9(09).
           03 fion-chave-2.
              05 fion-cd-empresa-2                pic  9(03).
              05 fion-cd-filial-2                 pic  9(03).
              05 fion-cd-saida-2                  pic  9(09).
                 *>FK: feisd-cd-saida
              05 fion-sequencia-2                 pic  9(09).
                 *>FK: feisd-sequencia
           03 fion-cd-cliente                     pic  9(09).
           03 fion-cd-produto                     pic  9(09).
           03 fion-lote                           pic  x(80).
           03 fion-qtdade                         pic  9(09).
              *>Quantidade da linha da Saida quando a onda foi gerada.
           03 fion-posicao.
              *>Endereco de coleta (CSBHD028: o do lote, senao o padrao
              *>do produto); corredor 999 = produto sem enderecamento.
              05 fion-corredor                    pic  9(03).
              05 fion-prateleira                  pic  9(03).
              05 fion-nivel                       pic  9(03).
           03 fion-dt-atualizacao.
              05 fion-dt-atualizacao-ano          pic  9(04).
              05 fion-dt-atualizacao-mes          pic  9(02).
              05 fion-dt-atualizacao-dia          pic  9(02).
           03 fion-hr-atualizacao.
              05 fion-hr-atualizacao-hora         pic  9(02).
              05 fion-hr-atualizacao-minuto       pic  9(02).
              05 fion-hr-atualizacao-segundo      pic  9(02).
           03 fion-job-origem                     pic  x(10).
