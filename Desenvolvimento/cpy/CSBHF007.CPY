              *>o que deixava qualquer pergunta por fornecedor sem
              *>resposta (ver CSBH02011R). Zero = entrada anterior a este
              *>campo.
           03 fdetd-cfop                          pic  9(04).
              *>FK: fnat-cfop (CSBHD077) - natureza de operacao
              *>resolvida na gravacao pelo tipo de movimento e pela
              *>UF da filial x UF de destino; zero = movimento
              *>anterior ao campo ou natureza sem cadastro.
           03 fdetd-id-consignacao                pic  x(01).
              *>Espaco = compra normal. "C" = recebimento em consignacao:
              *>a mercadoria entra no saldo fisico mas continua do
              *>fornecedor (CSBHD099) e a entrada nao gera duplicata.
              *>"A" = acerto de consignacao (CSBH03069C): so cabecalho,
              *>valor = consumo acertado (CSBHD100); e a compra de fato.
              88 fdetd-consignacao-entrada                    value "C".
              88 fdetd-consignacao-acerto                     value "A".
           03 fdetd-id-agendamento                pic  x(01).
              *>Carga de ENTRADA: "S" = recebimento casado com um
              *>agendamento de doca do fornecedor no dia (CSBHD104),
              *>"N" = caminhao recebido sem agendamento; espaco =
              *>entrada anterior ao controle ou gerada por outro
              *>programa.
              88 fdetd-com-agendamento                        value "S".
              88 fdetd-sem-agendamento                        value "N".
