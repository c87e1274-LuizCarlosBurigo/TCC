      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF123.CPY
      *>Select      : CSBHS123.CPY
      *>CSBHL       : CSBHL123.CPY
      *>Nome Físico : CSBHD123.CAD
      *>Area Negocio: "Logistica"
      *>Descricao   : "Agendamento de Entrega"
      *>
      *>        SELECT CSBHD123 Assign to disk wid-csbh123
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fage-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD123.

      *>=====================================================================
      *>Nome Lógico : agendamento de entrega
      *>Área Negócio: Logistica
      *>GerarIndex  : sim
      *>
      *>Um agendamento por Saida: a data e a janela de horario marcadas
      *>no centro de distribuicao do cliente e o numero de agendamento
      *>que ele devolveu. Carregado por AGENDAMENTO.CSV em CSBH01001C;
      *>a ocorrencia REC (recusa na porta) marca o agendamento
      *>recusado, e um reagendamento recarregado volta a "A". A lista
      *>de embarque (CSBH02033R) e o romaneio (CSBH02032R) ordenam e
      *>avisam pelo agendamento; o OTIF (CSBH02047R) mede contra ele.
      *>=====================================================================
       01  fage-agendamento.
           03 fage-chave-1.
              05 fage-cd-empresa                  pic  9(03).
                 *>FK: fesd-cd-empresa
              05 fage-cd-filial                   pic  9(03).
                 *>FK: fesd-cd-filial
              05 fage-cd-saida                    pic  9(09).
                 *>FK: fesd-cd-saida
           03 fage-data-agendada                  pic  9(08).
           03 fage-hora-inicio                    pic  9(04).
           03 fage-hora-fim                       pic  9(04).
              *>hhmm; fim zerado = so o horario de chegada marcado.
           03 fage-nr-agendamento                 pic  x(20).
              *>Numero de agendamento dado pelo cliente.
           03 fage-situacao                       pic  x(01).
              88 fage-situacao-agendada                       value "A".
              88 fage-situacao-recusada                       value "R".
              88 fage-situacao-cancelada                      value "C".
           03 fage-qtde-recusas                   pic  9(02).
              *>Recusas na porta ja sofridas por esta Saida; o OTIF
              *>nao conta no prazo entrega que ja foi recusada.
           03 fage-data-recusa                    pic  9(08).
           03 fage-dt-atualizacao.
              05 fage-dt-atualizacao-ano          pic  9(04).
              05 fage-dt-atualizacao-mes          pic  9(02).
              05 fage-dt-atualizacao-dia          pic  9(02).
           03 fage-hr-atualizacao.
              05 fage-hr-atualizacao-hora         pic  9(02).
              05 fage-hr-atualizacao-minuto       pic  9(02).
              05 fage-hr-atualizacao-segundo      pic  9(02).
           03 fage-job-origem                     pic  x(10).
