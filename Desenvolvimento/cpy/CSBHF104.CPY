      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== InformaÃ§Ãµes ==============================
      *>FD          : CSBHF104.CPY
      *>Select      : CSBHS104.CPY
      *>CSBHL       : CSBHL104.CPY
      *>Nome FÃ­sico : CSBHD104.CAD
      *>Area Negocio: "Recebimento"
      *>Descricao   : "Agendamento de Doca"
      *>
      *>        SELECT CSBHD104 Assign to disk wid-csbh104
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fagd-chave-1
      *>               alternate key   is fagd-chave-2 with duplicates
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD104.

      *>=====================================================================
      *>Nome Lógico : agendamento de doca
      *>Área Negócio: Recebimento
      *>GerarIndex  : sim
      *>
      *>Vaga de recebimento na doca: uma janela (fagd-hora-slot) de um
      *>dia numa doca do deposito, reservada por Compras ou pelo
      *>fornecedor contra um pedido de compra (CSBHD019). A capacidade
      *>vem do deposito (CSBHD048): docas x janelas do dia. A
      *>transacao CSBH03071A reserva, registra a chegada do caminhao e
      *>o inicio/fim da descarga, e cancela. A carga de ENTRADA do
      *>CSBH01001C casa a Entrada com o agendamento do fornecedor no
      *>dia (chave-2) e marca a Entrada sem agendamento. Documentos:
      *>agenda diaria da doca (CSBH02077R) e pontualidade mensal do
      *>fornecedor contra a janela reservada (CSBH02078R).
      *>=====================================================================
       01  fagd-agendamento-doca.
           03 fagd-chave-1.
              05 fagd-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fagd-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fagd-cd-deposito                 pic  9(03).
                 *>FK: fdep-cd-deposito
              05 fagd-data                        pic  9(08).
              05 fagd-hora-slot                   pic  9(04).
                 *>HHMM do inicio da janela.
              05 fagd-cd-doca                     pic  9(02).
           03 fagd-chave-2.
              05 fagd-cd-empresa-2                pic  9(03).
              05 fagd-cd-filial-2                 pic  9(03).
              05 fagd-cd-fornecedor               pic  9(09).
                 *>FK: fdfnc-cd-fornecedor
              05 fagd-data-2                      pic  9(08).
           03 fagd-cd-pedido                      pic  9(09).
              *>FK: fpdc-cd-pedido (mesma empresa/filial)
           03 fagd-origem                         pic  x(01).
              88 fagd-origem-compras                          value "C".
              88 fagd-origem-fornecedor                       value "F".
           03 fagd-situacao                       pic  x(01).
              88 fagd-situacao-agendada                       value "A".
              88 fagd-situacao-chegou                         value "C".
              88 fagd-situacao-descarregada                   value "D".
              88 fagd-situacao-cancelada                      value "X".
           03 fagd-hora-chegada                   pic  9(04).
           03 fagd-hora-inicio-descarga           pic  9(04).
           03 fagd-hora-fim-descarga              pic  9(04).
           03 fagd-cd-entrada                     pic  9(09).
              *>FK: fdetd-entrada casada na carga de ENTRADA.
           03 fagd-cd-operador                    pic  x(08).
           03 fagd-dt-atualizacao.
              05 fagd-dt-atualizacao-ano          pic  9(04).
              05 fagd-dt-atualizacao-mes          pic  9(02).
              05 fagd-dt-atualizacao-dia          pic  9(02).
           03 fagd-hr-atualizacao.
              05 fagd-hr-atualizacao-hora         pic  9(02).
              05 fagd-hr-atualizacao-minuto       pic  9(02).
              05 fagd-hr-atualizacao-segundo      pic  9(02).
           03 fagd-job-origem                     pic  x(10).
