      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF118.CPY
      *>Select      : CSBHS118.CPY
      *>CSBHL       : CSBHL118.CPY
      *>Nome Físico : CSBHD118.CAD
      *>Area Negocio: "Comercial"
      *>Descricao   : "Venda Perdida"
      *>
      *>        SELECT CSBHD118 Assign to disk wid-csbh118
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fvpd-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD118.

      *>=====================================================================
      *>Nome Lógico : venda perdida
      *>Área Negócio: Comercial
      *>GerarIndex  : sim
      *>
      *>Demanda cancelada por falta de saldo, que antes sumia sem
      *>rastro: a pendencia (CSBHD017) que o cliente nao quis esperar
      *>e a linha de pedido de venda (CSBHD039) cortada - pela
      *>transacao CSBH03079V ou pelo lote de alocacao CSBH03023B em
      *>modo de corte. A quantidade e valorada pela lista de preco
      *>(CSBHD011) vigente na data; sem lista, pelo unitario da
      *>propria linha. 9660-registra-venda-perdida (CSBHP021) grava o
      *>registro e soma a quantidade em fdmd-qtde-perdida (CSBHD070).
      *>=====================================================================
       01  fvpd-venda-perdida.
           03 fvpd-chave-1.
              05 fvpd-cd-empresa                  pic  9(03).
                 *>FK: fsld-cd-empresa
              05 fvpd-cd-filial                   pic  9(03).
                 *>FK: fsld-cd-filial
              05 fvpd-cd-venda-perdida            pic  9(09).
           03 fvpd-cd-produto                     pic  9(09).
              *>FK: fdpdt-cd-produto
           03 fvpd-cd-cliente                     pic  9(09).
              *>FK: fdcli-cd-cliente
           03 fvpd-cd-vendedor                    pic  9(09).
              *>FK: fvdd-cd-vendedor; zero = demanda sem vendedor
           03 fvpd-data-perda.
              05 fvpd-data-perda-ano              pic  9(04).
              05 fvpd-data-perda-mes              pic  9(02).
              05 fvpd-data-perda-dia              pic  9(02).
           03 fvpd-origem                         pic  x(01).
              88 fvpd-origem-pendencia                        value "P".
              88 fvpd-origem-pedido-venda                     value "V".
           03 fvpd-cd-documento                   pic  9(09).
              *>Saida da pendencia ou pedido de venda da linha cortada.
           03 fvpd-sequencia-documento            pic  9(09).
              *>Sequencia da linha do pedido; zero na pendencia.
           03 fvpd-qtdade-perdida                 pic  9(09).
           03 fvpd-valor-unitario-lista           pic s9(09)v99.
           03 fvpd-valor-perdido                  pic s9(11)v99.
              *>Quantidade x unitario de lista.
           03 fvpd-cd-motivo                      pic  9(03).
              *>FK: fmtv-cd-motivo (CSBHD047 tipo "P"); zero = falta
              *>de saldo sem motivo detalhado.
           03 fvpd-cd-operador                    pic  x(08).
           03 fvpd-dt-atualizacao.
              05 fvpd-dt-atualizacao-ano          pic  9(04).
              05 fvpd-dt-atualizacao-mes          pic  9(02).
              05 fvpd-dt-atualizacao-dia          pic  9(02).
           03 fvpd-hr-atualizacao.
              05 fvpd-hr-atualizacao-hora         pic  9(02).
              05 fvpd-hr-atualizacao-minuto       pic  9(02).
              05 fvpd-hr-atualizacao-segundo      pic  9(02).
           03 fvpd-job-origem                     pic  x(10).
