      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF100.CPY
      *>Select      : CSBHS100.CPY
      *>CSBHL       : CSBHL100.CPY
      *>Nome Físico : CSBHD100.CAD
      *>Area Negocio: "Compras"
      *>Descricao   : "Consumo de Consignado de Fornecedor"
      *>
      *>        SELECT CSBHD100 Assign to disk wid-csbh100
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcfm-chave-1
      *>               alternate key   is fcfm-chave-2
      *>               with duplicates
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD100.

      *>=====================================================================
      *>Nome Lógico : consumo de consignado de fornecedor
      *>Área Negócio: Compras
      *>GerarIndex  : sim
      *>
      *>Uma linha por linha de Saida e fornecedor cujo estoque
      *>consignado (CSBHD099) a Saida consumiu, com a quantidade e o
      *>preco de consignacao vigente. Nasce pendente (entrada de acerto
      *>zero); o acerto CSBH03069C junta os pendentes da filial por
      *>fornecedor numa Entrada de acerto (fdetd-id-consignacao "A",
      *>so cabecalho, a duplicata sai no CSBH03025G) e carimba o numero
      *>dela aqui. A chave 2 serve as duas perguntas: pendentes (entrada
      *>zero) por fornecedor, e o que uma Entrada de acerto pagou
      *>(CSBH03067V).
      *>=====================================================================
       01  fcfm-consumo.
           03 fcfm-chave-1.
              05 fcfm-cd-empresa                  pic  9(03).
              05 fcfm-cd-filial                   pic  9(03).
              05 fcfm-saida                       pic  9(09).
                 *>FK: feisd-saida
              05 fcfm-sequencia                   pic  9(09).
                 *>FK: feisd-sequencia
              05 fcfm-cd-fornecedor               pic  9(09).
                 *>FK: fdfnc-cd-fornecedor
           03 fcfm-chave-2.
              05 fcfm-cd-empresa-2                pic  9(03).
              05 fcfm-cd-filial-2                 pic  9(03).
              05 fcfm-cd-entrada-acerto           pic  9(09).
                 *>FK: fdfnc-cd-entrada; zero = consumo pendente.
              05 fcfm-cd-fornecedor-2             pic  9(09).
           03 fcfm-cd-produto                     pic  9(09).
           03 fcfm-qtde-consumida                 pic  9(09).
           03 fcfm-valor-unitario                 pic  9(09)v99.
           03 fcfm-valor-total                    pic s9(11)v99.
           03 fcfm-data-consumo                   pic  9(08).
           03 fcfm-data-acerto                    pic  9(08).
           03 fcfm-dt-atualizacao.
              05 fcfm-dt-atualizacao-ano          pic  9(04).
              05 fcfm-dt-atualizacao-mes          pic  9(02).
              05 fcfm-dt-atualizacao-dia          pic  9(02).
           03 fcfm-hr-atualizacao.
              05 fcfm-hr-atualizacao-hora         pic  9(02).
              05 fcfm-hr-atualizacao-minuto       pic  9(02).
              05 fcfm-hr-atualizacao-segundo      pic  9(02).
           03 fcfm-job-origem                     pic  x(10).
