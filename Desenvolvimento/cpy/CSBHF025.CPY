              88 focr-evento-entregue                         value "ENT".
              88 focr-evento-devolvido                        value "DEV".
              88 focr-evento-avaria                           value "AVR".
              88 focr-evento-recusado                         value "REC".
                 *>Entrega recusada na porta do cliente (fora do
                 *>agendamento, sem agendamento...): o embarque volta e
                 *>o agendamento de CSBHD123 fica marcado recusado.
           03 focr-data-evento.
              05 focr-data-evento-ano             pic  9(04).
              05 focr-data-evento-mes             pic  9(02).
