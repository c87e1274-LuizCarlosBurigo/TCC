      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== InformaÃ§Ãµes ==============================
      *>FD          : CSBHF106.CPY
      *>Select      : CSBHS106.CPY
      *>CSBHL       : CSBHL106.CPY
      *>Nome FÃ­sico : CSBHD106.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Tarefa de Armazenagem"
      *>
      *>        SELECT CSBHD106 Assign to disk wid-csbh106
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is farm-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD106.

      *>=====================================================================
      *>Nome Lógico : tarefa de armazenagem
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Tarefa de armazenagem dirigida: uma por linha de Entrada que
      *>entra no saldo - na carga de ITEM_ENTRADA.CSV (CSBH01001C) ou,
      *>para a linha regulada, na aprovacao da inspecao (CSBH03037Q).
      *>A posicao sugerida (9490 de CSBHP018) e primeiro uma onde o
      *>produto ja esta (CSBHD028) e com espaco; senao a posicao vazia
      *>com espaco mais proxima do endereco padrao do produto. A
      *>sugestao ja reserva o peso/volume na posicao (CSBHD105). O
      *>operador de empilhadeira confirma a posicao real pela
      *>transacao CSBH03072A.
      *>=====================================================================
       01  farm-tarefa-armazenagem.
           03 farm-chave-1.
              05 farm-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 farm-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 farm-cd-entrada                  pic  9(09).
              05 farm-cd-produto                  pic  9(09).
              05 farm-sequencia                   pic  9(09).
                 *>FK: fddps-item-entrada
           03 farm-lote                           pic  x(80).
           03 farm-qtdade                         pic  9(09).
           03 farm-cd-deposito                    pic  9(03).
           03 farm-peso-kg                        pic  9(07)v999.
           03 farm-volume-m3                      pic  9(05)v999.
              *>Peso e volume totais da linha reservados na posicao.
           03 farm-posicao-sugerida.
              05 farm-corredor-sugerido           pic  9(03).
              05 farm-prateleira-sugerida         pic  9(03).
              05 farm-nivel-sugerido              pic  9(03).
           03 farm-criterio                       pic  x(01).
              88 farm-criterio-mesmo-produto                  value "P".
              88 farm-criterio-posicao-livre                  value "L".
           03 farm-posicao-confirmada.
              05 farm-corredor-confirmado         pic  9(03).
              05 farm-prateleira-confirmada       pic  9(03).
              05 farm-nivel-confirmado            pic  9(03).
           03 farm-situacao                       pic  x(01).
              88 farm-situacao-pendente                       value "P".
              88 farm-situacao-sem-posicao                    value "S".
              88 farm-situacao-confirmada                     value "C".
           03 farm-data-geracao                   pic  9(08).
           03 farm-data-confirmacao               pic  9(08).
           03 farm-cd-operador                    pic  x(08).
           03 farm-dt-atualizacao.
              05 farm-dt-atualizacao-ano          pic  9(04).
              05 farm-dt-atualizacao-mes          pic  9(02).
              05 farm-dt-atualizacao-dia          pic  9(02).
           03 farm-hr-atualizacao.
              05 farm-hr-atualizacao-hora         pic  9(02).
              05 farm-hr-atualizacao-minuto       pic  9(02).
              05 farm-hr-atualizacao-segundo      pic  9(02).
           03 farm-job-origem                     pic  x(10).
