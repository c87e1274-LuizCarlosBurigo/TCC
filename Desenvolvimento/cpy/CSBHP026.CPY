*>
*>Copy procedure Controle de execucao dos jobs financeiros (CSBHD133)
*>
*>9870-abre-controle-execucao localiza a ultima execucao do programa
*>para a empresa/filial/periodo (ws-cex-periodo) e decide: sem
*>execucao, ou com a anterior estornada, abre uma nova; execucao
*>interrompida e retomada; execucao concluida e recusada - a menos
*>que lnk-estorno-execucao peca o estorno dela, o mesmo valendo para
*>a interrompida. CSBHD133 fica aberto ate o 9877 (conclusao) ou o
*>9881 (encerramento sem concluir, quando o job falhou); a execucao
*>recusada ou sem nada a estornar ja volta com o arquivo fechado. Sem
*>o controle no ar a execucao e recusada: o job financeiro nao roda
*>sem a protecao contra a duplicidade.
*>O controle e gravado sob ws-cex-programa (espacos = este-programa).
*>Com ws-cex-reabre-concluida a execucao concluida nao recusa: abre-se
*>a seguinte do mesmo periodo (chamada embutida, que roda varias vezes
*>no dia e so trata o que ainda esta pendente).
*>9872 registra um documento gravado e 9874 confirma o documento
*>completo; 9878/9879 percorrem os documentos da execucao depois de
*>uma sequencia (so os nao estornados) e 9880 marca o corrente como
*>estornado - o cancelamento do documento em si e do programa, que
*>conhece o arquivo.
*>===============================================================================
       9870-abre-controle-execucao section.
       9870.
            if   ws-cex-programa equal spaces
                 move este-programa                to ws-cex-programa
            end-if
            move spaces                            to ws-cex-acao
                                                      ws-cex-mensagem
                                                      ws-cex-ultimo-documento
            move zeroes                            to ws-cex-execucao
                                                      ws-cex-qtde-documentos
                                                      ws-cex-sequencia-confirmada
                                                      ws-cex-qtde-estornados
                                                      ws-cex-data-fim

            perform 9000-abrir-io-CSBHD133
            if   ws-arquivo-inexistente
                 perform 9000-abrir-o-CSBHD133
                 if   ws-operacao-ok
                      close CSBHD133
                      perform 9000-abrir-io-CSBHD133
                 end-if
            end-if
            if   not ws-operacao-ok
                 move "B"                          to ws-cex-acao
                 string "Erro - controle de execucao CSBHD133 indisponivel: "
                        whs-mensagem delimited by size
                                                   into ws-cex-mensagem
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

      *> Ultima execucao do periodo: o maior registro da chave parcial.
            initialize                             fcex-chave-1
            move ws-cex-programa                   to fcex-programa
            move lnk-cd-empresa                    to fcex-cd-empresa
            move lnk-cd-filial                     to fcex-cd-filial
            move ws-cex-periodo                    to fcex-periodo
            move 999                               to fcex-execucao
            move 9999999                           to fcex-sequencia
            perform 9000-str-CSBHD133-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD133-pre
                 if   ws-operacao-ok
                 and  fcex-programa   equal ws-cex-programa
                 and  fcex-cd-empresa equal lnk-cd-empresa
                 and  fcex-cd-filial  equal lnk-cd-filial
                 and  fcex-periodo    equal ws-cex-periodo
                      move fcex-execucao           to ws-cex-execucao
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            if   ws-cex-execucao not equal zeroes
                 initialize                        fcex-chave-1
                 move ws-cex-programa              to fcex-programa
                 move lnk-cd-empresa               to fcex-cd-empresa
                 move lnk-cd-filial                to fcex-cd-filial
                 move ws-cex-periodo               to fcex-periodo
                 move ws-cex-execucao              to fcex-execucao
                 move zeroes                       to fcex-sequencia
                 perform 9000-ler-CSBHD133-ran
                 if   not ws-operacao-ok
                      move "B"                     to ws-cex-acao
                      string "Erro - controle da execucao " ws-cex-execucao
                             " do periodo " ws-cex-periodo
                             " ilegivel: " whs-mensagem delimited by size
                                                   into ws-cex-mensagem
                      initialize                   whs-mensagem
                      move "00"                    to ws-resultado-acesso
                      close CSBHD133
                      exit section
                 end-if
            end-if

            evaluate true
                when ws-cex-execucao equal zeroes
                     if   lnk-estorno-execucao
                          move "S"                 to ws-cex-acao
                          string "Nada a estornar: periodo " ws-cex-periodo
                                 " sem execucao registrada"
                                 delimited by size into ws-cex-mensagem
                     else
                          perform 9871-inicia-execucao
                     end-if
                when fcex-execucao-estornada
                     if   lnk-estorno-execucao
                          move "S"                 to ws-cex-acao
                          string "Nada a estornar: execucao " ws-cex-execucao
                                 " do periodo " ws-cex-periodo
                                 " ja estornada em " fcex-data-estorno
                                 delimited by size into ws-cex-mensagem
                     else
                          perform 9871-inicia-execucao
                     end-if
                when other
                     move fcex-qtde-documentos     to ws-cex-qtde-documentos
                     move fcex-sequencia-confirmada
                                                   to ws-cex-sequencia-confirmada
                     move fcex-chave-documento     to ws-cex-ultimo-documento
                     move fcex-data-fim            to ws-cex-data-fim
                     evaluate true
                         when lnk-estorno-execucao
                              move "E"             to ws-cex-acao
                              string "Estorno da execucao " ws-cex-execucao
                                     " do periodo " ws-cex-periodo ": "
                                     ws-cex-qtde-documentos " documentos"
                                     delimited by size into ws-cex-mensagem
                         when fcex-execucao-concluida
                         and  ws-cex-reabre-concluida
                              move zeroes          to ws-cex-qtde-documentos
                                                      ws-cex-sequencia-confirmada
                                                      ws-cex-data-fim
                              move spaces          to ws-cex-ultimo-documento
                              perform 9871-inicia-execucao
                         when fcex-execucao-concluida
                              move "B"             to ws-cex-acao
                              string "Erro - periodo " ws-cex-periodo
                                     " ja processado (execucao "
                                     ws-cex-execucao " concluida em "
                                     ws-cex-data-fim "); nova execucao so"
                                     " depois do estorno da anterior"
                                     delimited by size into ws-cex-mensagem
                         when other
                              move "R"             to ws-cex-acao
                              string "Retomada da execucao " ws-cex-execucao
                                     " do periodo " ws-cex-periodo
                                     " apos o documento "
                                     ws-cex-ultimo-documento
                                     delimited by size into ws-cex-mensagem
                              add 1                to fcex-qtde-retomadas
                              perform 9875-carimba-controle
                              perform 9000-regravar-CSBHD133
                     end-evaluate
            end-evaluate

            if   not ws-cex-controle-aberto
                 close CSBHD133
            end-if
            initialize                             whs-mensagem
            move "00"                              to ws-resultado-acesso
           .
       9870-exit.
            exit.
*>===============================================================================
       9871-inicia-execucao section.
       9871.
            add 1                                  to ws-cex-execucao
            initialize                             fcex-controle-execucao
            move ws-cex-programa                   to fcex-programa
            move lnk-cd-empresa                    to fcex-cd-empresa
            move lnk-cd-filial                     to fcex-cd-filial
            move ws-cex-periodo                    to fcex-periodo
            move ws-cex-execucao                   to fcex-execucao
            move zeroes                            to fcex-sequencia
            move "E"                               to fcex-situacao
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to fcex-data-inicio
            accept ws-horas                        from time
            move ws-hh-mm-ss                       to fcex-hora-inicio
            move lnk-cd-operador                   to fcex-cd-operador
            perform 9875-carimba-controle
            perform 9000-gravar-CSBHD133
            if   ws-operacao-ok
                 move "N"                          to ws-cex-acao
            else
                 move "B"                          to ws-cex-acao
                 string "Erro - controle da execucao nao gravado: "
                        whs-mensagem delimited by size
                                                   into ws-cex-mensagem
            end-if
           .
       9871-exit.
            exit.
*>===============================================================================
       9872-registra-documento section.
       9872.
            if   not ws-cex-em-execucao
                 exit section
            end-if

            add 1                                  to ws-cex-qtde-documentos
            initialize                             fcex-controle-execucao
            move ws-cex-programa                   to fcex-programa
            move lnk-cd-empresa                    to fcex-cd-empresa
            move lnk-cd-filial                     to fcex-cd-filial
            move ws-cex-periodo                    to fcex-periodo
            move ws-cex-execucao                   to fcex-execucao
            move ws-cex-qtde-documentos            to fcex-sequencia
            move "G"                               to fcex-situacao
            move ws-cex-arquivo                    to fcex-arquivo
            move ws-cex-chave-documento            to fcex-chave-documento
            perform 9875-carimba-controle
            perform 9000-gravar-CSBHD133
            if   not ws-operacao-ok
                 string "Erro - documento " ws-cex-arquivo " "
                        ws-cex-chave-documento
                        " fora do controle de execucao: " whs-mensagem
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
            perform 9876-atualiza-controle
           .
       9872-exit.
            exit.
*>===============================================================================
       9874-confirma-documento section.
       9874.
            if   not ws-cex-em-execucao
                 exit section
            end-if
            move ws-cex-qtde-documentos            to ws-cex-sequencia-confirmada
            perform 9876-atualiza-controle
           .
       9874-exit.
            exit.
*>===============================================================================
       9875-carimba-controle section.
       9875.
            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            move ws-ano-inv                        to fcex-dt-atualizacao-ano
            move ws-mes-inv                        to fcex-dt-atualizacao-mes
            move ws-dia-inv                        to fcex-dt-atualizacao-dia
            move ws-hora                           to fcex-hr-atualizacao-hora
            move ws-minutos                        to fcex-hr-atualizacao-minuto
            move ws-segundos                       to fcex-hr-atualizacao-segundo
            move este-programa                     to fcex-job-origem
           .
       9875-exit.
            exit.
*>===============================================================================
      *> Regrava o controle da execucao com as contagens correntes.
       9876-atualiza-controle section.
       9876.
            initialize                             fcex-chave-1
            move ws-cex-programa                   to fcex-programa
            move lnk-cd-empresa                    to fcex-cd-empresa
            move lnk-cd-filial                     to fcex-cd-filial
            move ws-cex-periodo                    to fcex-periodo
            move ws-cex-execucao                   to fcex-execucao
            move zeroes                            to fcex-sequencia
            perform 9000-ler-CSBHD133-ran
            if   ws-operacao-ok
                 move ws-cex-qtde-documentos       to fcex-qtde-documentos
                 move ws-cex-sequencia-confirmada  to fcex-sequencia-confirmada
                 move ws-cex-ultimo-documento      to fcex-chave-documento
                 perform 9875-carimba-controle
                 perform 9000-regravar-CSBHD133
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       9876-exit.
            exit.
*>===============================================================================
      *> Fim com sucesso: a execucao fica concluida (ou estornada, no
      *> estorno) e CSBHD133 e fechado.
       9877-conclui-execucao section.
       9877.
            if   not ws-cex-controle-aberto
                 exit section
            end-if
            perform 9876-atualiza-controle
            initialize                             fcex-chave-1
            move ws-cex-programa                   to fcex-programa
            move lnk-cd-empresa                    to fcex-cd-empresa
            move lnk-cd-filial                     to fcex-cd-filial
            move ws-cex-periodo                    to fcex-periodo
            move ws-cex-execucao                   to fcex-execucao
            move zeroes                            to fcex-sequencia
            perform 9000-ler-CSBHD133-ran
            if   ws-operacao-ok
                 accept ws-data-inv                from date yyyymmdd
                 accept ws-horas                   from time
                 if   ws-cex-estorno
                      move "X"                     to fcex-situacao
                      move ws-data-inv             to fcex-data-estorno
                      move lnk-cd-operador         to fcex-cd-operador-estorno
                      move ws-cex-qtde-estornados  to fcex-qtde-estornados
                 else
                      move "T"                     to fcex-situacao
                      move ws-data-inv             to fcex-data-fim
                      move ws-hh-mm-ss             to fcex-hora-fim
                 end-if
                 perform 9875-carimba-controle
                 perform 9000-regravar-CSBHD133
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 9881-encerra-controle
           .
       9877-exit.
            exit.
*>===============================================================================
      *> Posiciona nos documentos da execucao posteriores a
      *> ws-cex-sequencia; 9879 entrega um a um os nao estornados.
       9878-posiciona-documentos section.
       9878.
            move spaces                            to ws-cex-id-fim
            initialize                             fcex-chave-1
            move ws-cex-programa                   to fcex-programa
            move lnk-cd-empresa                    to fcex-cd-empresa
            move lnk-cd-filial                     to fcex-cd-filial
            move ws-cex-periodo                    to fcex-periodo
            move ws-cex-execucao                   to fcex-execucao
            move ws-cex-sequencia                  to fcex-sequencia
            perform 9000-str-CSBHD133-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-cex-id-fim
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       9878-exit.
            exit.
*>===============================================================================
       9879-proximo-documento section.
       9879.
            if   ws-cex-fim
                 exit section
            end-if
            perform 9000-ler-CSBHD133-next
            perform until ws-cex-fim
                 if   not ws-operacao-ok
                 or   fcex-programa   not equal ws-cex-programa
                 or   fcex-cd-empresa not equal lnk-cd-empresa
                 or   fcex-cd-filial  not equal lnk-cd-filial
                 or   fcex-periodo    not equal ws-cex-periodo
                 or   fcex-execucao   not equal ws-cex-execucao
                      move "S"                     to ws-cex-id-fim
                      move "00"                    to ws-resultado-acesso
                 else
                      if   fcex-documento-gravado
                           move fcex-sequencia     to ws-cex-sequencia
                           move fcex-arquivo       to ws-cex-arquivo
                           move fcex-chave-documento
                                                   to ws-cex-chave-documento
                           exit perform
                      end-if
                      perform 9000-ler-CSBHD133-next
                 end-if
            end-perform
           .
       9879-exit.
            exit.
*>===============================================================================
      *> O documento corrente (o ultimo entregue pelo 9879) foi
      *> cancelado pelo programa: marca no controle.
       9880-marca-documento-estornado section.
       9880.
            move "C"                               to fcex-situacao
            perform 9875-carimba-controle
            perform 9000-regravar-CSBHD133
            if   ws-operacao-ok
                 add 1                             to ws-cex-qtde-estornados
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       9880-exit.
            exit.
*>===============================================================================
      *> Fecha CSBHD133 sem concluir: a execucao que falhou fica em
      *> andamento para ser retomada.
       9881-encerra-controle section.
       9881.
            if   ws-cex-controle-aberto
                 close CSBHD133
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       9881-exit.
            exit.
