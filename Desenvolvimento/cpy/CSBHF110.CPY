      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF110.CPY
      *>Select      : CSBHS110.CPY
      *>CSBHL       : CSBHL110.CPY
      *>Nome Físico : CSBHD110.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Movimento de Palete (LPN)"
      *>
      *>        SELECT CSBHD110 Assign to disk wid-csbh110
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fmlp-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD110.

      *>=====================================================================
      *>Nome Lógico : movimento de palete
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Historico de cada movimento de um palete de CSBHD109, na ordem
      *>em que aconteceram (sequencia por palete): recebimento,
      *>armazenagem confirmada, movimentacao de posicao, transferencia
      *>de deposito, vinculo ao volume da Saida e conferencia no
      *>portao. Gravado pela 9498 de CSBHP019; consultado pelo
      *>CSBH02080R.
      *>=====================================================================
       01  fmlp-movimento-palete.
           03 fmlp-chave-1.
              05 fmlp-cd-empresa                  pic  9(03).
              05 fmlp-cd-filial                   pic  9(03).
              05 fmlp-cd-lpn                      pic  9(09).
                 *>FK: flpn-cd-lpn
              05 fmlp-sequencia                   pic  9(05).
           03 fmlp-tipo-movimento                 pic  x(01).
              88 fmlp-recebimento                             value "R".
              88 fmlp-armazenagem                             value "A".
              88 fmlp-movimentacao                            value "M".
              88 fmlp-transferencia                           value "T".
              88 fmlp-expedicao                               value "E".
              88 fmlp-conferencia                             value "C".
           03 fmlp-cd-deposito-origem             pic  9(03).
           03 fmlp-posicao-origem.
              05 fmlp-corredor-origem             pic  9(03).
              05 fmlp-prateleira-origem           pic  9(03).
              05 fmlp-nivel-origem                pic  9(03).
           03 fmlp-cd-deposito-destino            pic  9(03).
           03 fmlp-posicao-destino.
              05 fmlp-corredor-destino            pic  9(03).
              05 fmlp-prateleira-destino          pic  9(03).
              05 fmlp-nivel-destino               pic  9(03).
           03 fmlp-qtdade                         pic  9(09).
           03 fmlp-cd-documento                   pic  9(09).
              *>Entrada no recebimento e na armazenagem; Saida na
              *>expedicao e na conferencia.
           03 fmlp-numero-volume                  pic  9(04).
           03 fmlp-cd-operador                    pic  x(08).
           03 fmlp-data-movimento                 pic  9(08).
           03 fmlp-hora-movimento                 pic  9(06).
           03 fmlp-dt-atualizacao.
              05 fmlp-dt-atualizacao-ano          pic  9(04).
              05 fmlp-dt-atualizacao-mes          pic  9(02).
              05 fmlp-dt-atualizacao-dia          pic  9(02).
           03 fmlp-hr-atualizacao.
              05 fmlp-hr-atualizacao-hora         pic  9(02).
              05 fmlp-hr-atualizacao-minuto       pic  9(02).
              05 fmlp-hr-atualizacao-segundo      pic  9(02).
           03 fmlp-job-origem                     pic  x(10).
