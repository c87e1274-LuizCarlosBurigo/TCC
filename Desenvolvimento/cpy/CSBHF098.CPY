      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF098.CPY
      *>Select      : CSBHS098.CPY
      *>CSBHL       : CSBHL098.CPY
      *>Nome Físico : CSBHD098.CAD
      *>Area Negocio: "Compras"
      *>Descricao   : "Acordo de Verba de Fornecedor"
      *>
      *>        SELECT CSBHD098 Assign to disk wid-csbh098
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fvrb-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD098.

      *>=====================================================================
      *>Nome Lógico : acordo de verba
      *>Área Negócio: Compras
      *>GerarIndex  : sim
      *>
      *>Verba (bonificacao) de volume negociada com o fornecedor: um
      *>percentual sobre as compras da vigencia (normalmente um
      *>trimestre), escalonado por faixa de volume - vale o percentual
      *>da maior faixa atingida sobre todo o volume. Grupo zero = todas
      *>as compras do fornecedor; senao so os produtos do grupo
      *>(fprd-cd-grupo, CSBHD044). Carga por ACORDO_VERBA.CSV, que nao
      *>mexe nos campos de apuracao. O job mensal CSBH03067V apura as
      *>compras (Entradas, CSBHD007/008/009) menos as devolucoes
      *>(CSBHD061) da vigencia ate o fim do periodo, provisiona a verba
      *>no diario contabil (evento VRBA, so a diferenca) e, encerrada a
      *>vigencia, liquida o acordo: nota de credito abate os titulos
      *>abertos do fornecedor (CSBHD041, evento VRBC) e o que sobra fica
      *>a receber; bonificacao em mercadoria fica toda a receber.
      *>=====================================================================
       01  fvrb-acordo-verba.
           03 fvrb-chave-1.
              05 fvrb-cd-fornecedor               pic  9(09).
                 *>FK: fdfnc-cd-fornecedor
              05 fvrb-cd-acordo                   pic  9(05).
           03 fvrb-cd-empresa                     pic  9(03).
           03 fvrb-cd-grupo                       pic  9(04).
              *>FK: fprd-cd-grupo; zero = fornecedor inteiro.
           03 fvrb-data-inicio                    pic  9(08).
           03 fvrb-data-fim                       pic  9(08).
           03 fvrb-forma-liquidacao               pic  x(01).
              88 fvrb-liquida-nota-credito                    value "N".
              88 fvrb-liquida-mercadoria                      value "M".
           03 fvrb-faixa occurs 5 times.
              *>Faixas crescentes de volume liquido; faixa sem volume
              *>(zero) a partir da segunda encerra a tabela.
              05 fvrb-volume-minimo               pic  9(11)v99.
              05 fvrb-percentual                  pic  9(02)v99.
           03 fvrb-situacao                       pic  x(01).
              88 fvrb-situacao-ativo                          value "A".
              88 fvrb-situacao-liquidado                      value "L".
           03 fvrb-apuracao.
              *>Ultima apuracao do job mensal.
              05 fvrb-data-apuracao               pic  9(08).
              05 fvrb-valor-compras               pic s9(11)v99.
              05 fvrb-valor-devolucoes            pic s9(11)v99.
              05 fvrb-faixa-atingida              pic  9(01).
              05 fvrb-valor-provisionado          pic s9(11)v99.
           03 fvrb-liquidacao.
              05 fvrb-data-liquidacao             pic  9(08).
              05 fvrb-valor-compensado            pic s9(11)v99.
              05 fvrb-valor-a-receber             pic s9(11)v99.
           03 fvrb-dt-atualizacao.
              05 fvrb-dt-atualizacao-ano          pic  9(04).
              05 fvrb-dt-atualizacao-mes          pic  9(02).
              05 fvrb-dt-atualizacao-dia          pic  9(02).
           03 fvrb-hr-atualizacao.
              05 fvrb-hr-atualizacao-hora         pic  9(02).
              05 fvrb-hr-atualizacao-minuto       pic  9(02).
              05 fvrb-hr-atualizacao-segundo      pic  9(02).
           03 fvrb-job-origem                     pic  x(10).
