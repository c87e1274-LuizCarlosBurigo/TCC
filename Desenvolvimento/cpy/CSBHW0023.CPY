*>
*>Campos de trabalho do agendamento de entrega (CSBHD123) e da janela
*>de recebimento do cliente (CSBHD013), usados pelas secoes de
*>CSBHP023. Para consultar o agendamento (9670) o programa preenche
*>empresa/filial/saida e o cliente da Saida; a secao devolve o
*>agendamento vigente (nao cancelado), se o cliente exige agendamento
*>e se o horario marcado cai fora da janela de recebimento do dia.
*>Para so conferir a janela (9675) o registro do cliente deve estar
*>lido e data/horas preenchidas em ws-agd-data/ws-agd-hora-*.
       78  c023-copy-id                             value "CSBHW0023".
       01  ws023-campos-agendamento.
           03 ws-agd-cd-empresa          pic 9(03)         value zeroes.
           03 ws-agd-cd-filial           pic 9(03)         value zeroes.
           03 ws-agd-cd-saida            pic 9(09)         value zeroes.
           03 ws-agd-cd-cliente          pic 9(09)         value zeroes.
           03 ws-agd-id-tem-agendamento  pic x(01)         value spaces.
              88 ws-agd-tem-agendamento                    value "S".
           03 ws-agd-data                pic 9(08)         value zeroes.
           03 ws-agd-hora-inicio         pic 9(04)         value zeroes.
           03 ws-agd-hora-fim            pic 9(04)         value zeroes.
           03 ws-agd-nr-agendamento      pic x(20)         value spaces.
           03 ws-agd-qtde-recusas        pic 9(02)         value zeroes.
           03 ws-agd-id-exige            pic x(01)         value spaces.
              88 ws-agd-cliente-exige                      value "S".
           03 ws-agd-id-fora-janela      pic x(01)         value spaces.
              88 ws-agd-fora-janela                        value "S".
           03 ws-agd-id-janela-definida  pic x(01)         value spaces.
              88 ws-agd-janela-definida                    value "S".
           03 ws-agd-dia-semana          pic 9(01)         value zeroes.
           03 ws-agd-janela-inicio       pic 9(04)         value zeroes.
           03 ws-agd-janela-fim          pic 9(04)         value zeroes.
           03 ws-agd-idx                 pic 9(01)         value zeroes.
