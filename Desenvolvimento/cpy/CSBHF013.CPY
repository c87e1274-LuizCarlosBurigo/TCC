              *>corridos: a lista de separacao (CSBH02034R) so propoe
              *>lote cuja validade cubra este prazo; zero = sem
              *>exigencia (clientes anteriores ao campo).
           03 fdcli-cd-condicao-pagamento         pic  9(03).
              *>FK: fcpg-cd-condicao (CSBHD092) - condicao padrao do
              *>faturamento (CSBH03014F); zero = prazo padrao de 28
              *>dias em parcela unica.
           03 fdcli-id-exige-agendamento          pic  x(01).
              *>"S" = o cliente so recebe entrega agendada (CSBHD123):
              *>a lista de embarque e o romaneio avisam o embarque
              *>sem agendamento.
              88 fdcli-exige-agendamento                      value "S".
           03 fdcli-janela-recebimento            occurs 7 times.
              *>Janela de recebimento por dia da semana (1 = segunda
              *>... 7 = domingo), hhmm, carregada por
              *>JANELA_RECEBIMENTO.CSV. Todas zeradas = recebe a
              *>qualquer hora; com alguma preenchida, o dia zerado e
              *>dia em que o cliente nao recebe.
              05 fdcli-janela-hora-inicio         pic  9(04).
              05 fdcli-janela-hora-fim            pic  9(04).
           03 fdcli-situacao                      pic  x(01).
              *>"I" = cliente inativo; espaco ou "A" = ativo (clientes
              *>anteriores ao campo). O codigo aposentado na unificacao
              *>de cadastro duplicado (CSBH03085M) fica inativo, com o
              *>codigo que ficou com o historico em fdcli-cd-cliente-
              *>sucessor; as cargas de Saida, pedido de venda e cotacao
              *>recusam o codigo inativo.
              88 fdcli-situacao-ativa                         value " " "A".
              88 fdcli-situacao-inativa                       value "I".
           03 fdcli-cd-cliente-sucessor           pic  9(09).
              *>FK: fdcli-cd-cliente - sobrevivente da unificacao; zero
              *>(ou em branco, cliente anterior ao campo) = nenhum.
           03 fdcli-dt-atualizacao.
              *>Carimbo da ultima gravacao (carga, unificacao,
              *>anonimizacao ou manutencao online): a transacao
              *>CSBH03019M devolve o carimbo no inquire e recusa a
              *>alteracao se ele mudou desde a leitura do operador.
              05 fdcli-dt-atualizacao-ano         pic  9(04).
              05 fdcli-dt-atualizacao-mes         pic  9(02).
              05 fdcli-dt-atualizacao-dia         pic  9(02).
           03 fdcli-hr-atualizacao.
              05 fdcli-hr-atualizacao-hora        pic  9(02).
              05 fdcli-hr-atualizacao-minuto      pic  9(02).
              05 fdcli-hr-atualizacao-segundo     pic  9(02).
           03 fdcli-job-origem                    pic  x(10).
