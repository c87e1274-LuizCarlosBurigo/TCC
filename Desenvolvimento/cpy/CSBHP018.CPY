*>
*>Copy procedure Armazenagem dirigida (CSBHD105/CSBHD106)
*>
*>9490-gera-tarefa-armazenagem: tarefa de armazenagem da linha de
*>Entrada que acabou de entrar no saldo, com a posicao sugerida pela
*>9491 ja reservada (peso e volume somados a ocupacao de CSBHD105).
*>Linha que ja tem tarefa nao gera outra.
*>9491-sugere-posicao: primeiro uma posicao onde o produto ja esta
*>(CSBHD028, o endereco padrao antes dos lotes) e que ainda comporta
*>a carga; senao a posicao vazia que a comporta mais proxima do
*>endereco padrao do produto - corredor pesa mais que prateleira, e
*>prateleira mais que nivel.
*>9492-verifica-espaco: a posicao corrente de CSBHD105 esta ativa e
*>comporta ws-arm-peso-kg/ws-arm-volume-m3?
*>9495-libera-ocupacao: a Saida tira da ocupacao da posicao do
*>produto/lote (endereco do lote, senao o padrao) o peso/volume da
*>quantidade expedida, sem deixar a ocupacao negativa.
*>O programa deve ter CSBHD028 e CSBHD044 abertos e CSBHD105/CSBHD106
*>abertos em I-O.
*>===============================================================================
       9490-gera-tarefa-armazenagem section.
       9490.
            initialize                             farm-tarefa-armazenagem
            move ws-arm-cd-empresa                 to farm-cd-empresa
            move ws-arm-cd-filial                  to farm-cd-filial
            move ws-arm-cd-entrada                 to farm-cd-entrada
            move ws-arm-cd-produto                 to farm-cd-produto
            move ws-arm-sequencia                  to farm-sequencia
            perform 9000-ler-CSBHD106-ran
            if   ws-operacao-ok
                 move farm-criterio                to ws-arm-criterio
                 exit section
            end-if

            perform 9493-calcula-carga
            perform 9491-sugere-posicao

            initialize                             farm-tarefa-armazenagem
            move ws-arm-cd-empresa                 to farm-cd-empresa
            move ws-arm-cd-filial                  to farm-cd-filial
            move ws-arm-cd-entrada                 to farm-cd-entrada
            move ws-arm-cd-produto                 to farm-cd-produto
            move ws-arm-sequencia                  to farm-sequencia
            move ws-arm-lote                       to farm-lote
            move ws-arm-qtdade                     to farm-qtdade
            move ws-arm-cd-deposito                to farm-cd-deposito
            move ws-arm-peso-kg                    to farm-peso-kg
            move ws-arm-volume-m3                  to farm-volume-m3
            move ws-arm-data                       to farm-data-geracao
            move ws-arm-criterio                   to farm-criterio
            if   ws-arm-sem-sugestao
                 move "S"                          to farm-situacao
            else
                 move "P"                          to farm-situacao
                 move ws-arm-corredor              to farm-corredor-sugerido
                 move ws-arm-prateleira            to farm-prateleira-sugerida
                 move ws-arm-nivel                 to farm-nivel-sugerido
                 initialize                        fpos-chave-1
                 move ws-arm-corredor              to fpos-corredor
                 move ws-arm-prateleira            to fpos-prateleira
                 move ws-arm-nivel                 to fpos-nivel
                 perform 9000-ler-CSBHD105-ran
                 if   ws-operacao-ok
                      add ws-arm-peso-kg           to fpos-ocupacao-peso-kg
                      add ws-arm-volume-m3         to fpos-ocupacao-volume-m3
                      perform 9494-carimba-posicao
                      perform 9000-regravar-CSBHD105
                 end-if
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            move ws-ano-inv                        to farm-dt-atualizacao-ano
            move ws-mes-inv                        to farm-dt-atualizacao-mes
            move ws-dia-inv                        to farm-dt-atualizacao-dia
            move ws-hora                           to farm-hr-atualizacao-hora
            move ws-minutos                        to farm-hr-atualizacao-minuto
            move ws-segundos                       to farm-hr-atualizacao-segundo
            move ws-arm-job-origem                 to farm-job-origem
            perform 9000-gravar-CSBHD106
            move "00"                              to ws-resultado-acesso
           .
       9490-exit.
            exit.
*>===============================================================================
       9491-sugere-posicao section.
       9491.
            move spaces                            to ws-arm-criterio
            initialize                             ws-arm-posicao
                                                   ws-arm-referencia

      *> Posicoes onde o produto ja esta.
            initialize                             fend-chave-1
            move ws-arm-cd-produto                 to fend-cd-produto
            move low-values                        to fend-cd-lote
            perform 9000-str-CSBHD028-gtr
            move spaces                            to ws-arm-id-fim
            if   not ws-operacao-ok
                 move "S"                          to ws-arm-id-fim
            end-if
            perform until ws-arm-fim
                 perform 9000-ler-CSBHD028-next
                 if   not ws-operacao-ok
                 or   fend-cd-produto not equal ws-arm-cd-produto
                      move "S"                     to ws-arm-id-fim
                 else
                      if   ws-arm-corredor-ref equal zeroes
                           move fend-corredor      to ws-arm-corredor-ref
                           move fend-prateleira    to ws-arm-prateleira-ref
                           move fend-nivel         to ws-arm-nivel-ref
                      end-if
                      initialize                   fpos-chave-1
                      move fend-corredor           to fpos-corredor
                      move fend-prateleira         to fpos-prateleira
                      move fend-nivel              to fpos-nivel
                      perform 9000-ler-CSBHD105-ran
                      if   ws-operacao-ok
                           perform 9492-verifica-espaco
                           if   ws-arm-com-espaco
                                move "P"           to ws-arm-criterio
                                move fpos-chave-1  to ws-arm-posicao
                                move "S"           to ws-arm-id-fim
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   not ws-arm-sem-sugestao
                 exit section
            end-if

      *> Posicao vazia mais proxima do endereco padrao.
            move 999999999999                      to ws-arm-menor-distancia
            move low-values                        to fpos-chave-1
            perform 9000-str-CSBHD105-gtr
            move spaces                            to ws-arm-id-fim
            if   not ws-operacao-ok
                 move "S"                          to ws-arm-id-fim
            end-if
            perform until ws-arm-fim
                 perform 9000-ler-CSBHD105-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-arm-id-fim
                 else
                      if   fpos-ocupacao-peso-kg   equal zeroes
                      and  fpos-ocupacao-volume-m3 equal zeroes
                           perform 9492-verifica-espaco
                           if   ws-arm-com-espaco
                                compute ws-arm-dif-corredor =
                                        fpos-corredor - ws-arm-corredor-ref
                                compute ws-arm-dif-prateleira =
                                        fpos-prateleira - ws-arm-prateleira-ref
                                compute ws-arm-dif-nivel =
                                        fpos-nivel - ws-arm-nivel-ref
                                if   ws-arm-dif-corredor < zeroes
                                     multiply -1 by ws-arm-dif-corredor
                                end-if
                                if   ws-arm-dif-prateleira < zeroes
                                     multiply -1 by ws-arm-dif-prateleira
                                end-if
                                if   ws-arm-dif-nivel < zeroes
                                     multiply -1 by ws-arm-dif-nivel
                                end-if
                                compute ws-arm-distancia =
                                        ws-arm-dif-corredor * 1000000
                                      + ws-arm-dif-prateleira * 1000
                                      + ws-arm-dif-nivel
                                if   ws-arm-distancia < ws-arm-menor-distancia
                                     move ws-arm-distancia to ws-arm-menor-distancia
                                     move "L"      to ws-arm-criterio
                                     move fpos-chave-1 to ws-arm-posicao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       9491-exit.
            exit.
*>===============================================================================
       9492-verifica-espaco section.
       9492.
            move "S"                               to ws-arm-id-espaco
            if   not fpos-situacao-ativa
                 move "N"                          to ws-arm-id-espaco
                 exit section
            end-if
            if   fpos-capacidade-peso-kg > zeroes
            and  fpos-ocupacao-peso-kg + ws-arm-peso-kg
                 > fpos-capacidade-peso-kg
                 move "N"                          to ws-arm-id-espaco
            end-if
            if   fpos-capacidade-volume-m3 > zeroes
            and  fpos-ocupacao-volume-m3 + ws-arm-volume-m3
                 > fpos-capacidade-volume-m3
                 move "N"                          to ws-arm-id-espaco
            end-if
           .
       9492-exit.
            exit.
*>===============================================================================
*>Peso e volume da quantidade pelo produto mestre; produto sem
*>mestre pesa zero e cabe em qualquer posicao ativa.
       9493-calcula-carga section.
       9493.
            move zeroes                            to ws-arm-peso-kg
            move zeroes                            to ws-arm-volume-m3
            initialize                             fprd-chave-1
            move ws-arm-cd-produto                 to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
                 compute ws-arm-peso-kg rounded =
                         ws-arm-qtdade * fprd-peso-kg
                 compute ws-arm-volume-m3 rounded =
                         ws-arm-qtdade * fprd-volume-m3
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9493-exit.
            exit.
*>===============================================================================
       9494-carimba-posicao section.
       9494.
            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            move ws-ano-inv                        to fpos-dt-atualizacao-ano
            move ws-mes-inv                        to fpos-dt-atualizacao-mes
            move ws-dia-inv                        to fpos-dt-atualizacao-dia
            move ws-hora                           to fpos-hr-atualizacao-hora
            move ws-minutos                        to fpos-hr-atualizacao-minuto
            move ws-segundos                       to fpos-hr-atualizacao-segundo
            move ws-arm-job-origem                 to fpos-job-origem
           .
       9494-exit.
            exit.
*>===============================================================================
       9495-libera-ocupacao section.
       9495.
            initialize                             fend-chave-1
            move ws-arm-cd-produto                 to fend-cd-produto
            move ws-arm-lote                       to fend-cd-lote
            perform 9000-ler-CSBHD028-ran
            if   not ws-operacao-ok
                 initialize                        fend-chave-1
                 move ws-arm-cd-produto            to fend-cd-produto
                 move spaces                       to fend-cd-lote
                 perform 9000-ler-CSBHD028-ran
            end-if
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             fpos-chave-1
            move fend-corredor                     to fpos-corredor
            move fend-prateleira                   to fpos-prateleira
            move fend-nivel                        to fpos-nivel
            perform 9000-ler-CSBHD105-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            perform 9493-calcula-carga
            if   ws-arm-peso-kg > fpos-ocupacao-peso-kg
                 move zeroes                       to fpos-ocupacao-peso-kg
            else
                 subtract ws-arm-peso-kg           from fpos-ocupacao-peso-kg
            end-if
            if   ws-arm-volume-m3 > fpos-ocupacao-volume-m3
                 move zeroes                       to fpos-ocupacao-volume-m3
            else
                 subtract ws-arm-volume-m3         from fpos-ocupacao-volume-m3
            end-if
            perform 9494-carimba-posicao
            perform 9000-regravar-CSBHD105
            move "00"                              to ws-resultado-acesso
           .
       9495-exit.
            exit.
