      *> propria permissao (CSBH03018A), entao o menu nao e o guardiao
      *> final de nada. Nas inclusoes e alteracoes o registro e aceito
      *> como imagem unica no layout do arquivo, como nos buffers de
      *> linkage das proprias transacoes. Na alteracao o console faz
      *> antes o inquire e guarda o carimbo de atualizacao; se a
      *> transacao recusar porque outro operador (ou a carga) gravou
      *> depois, oferece recarregar o registro, mostra os trechos que
      *> mudaram e deixa redigitar, reaplicar a alteracao sobre o
      *> registro atual ou desistir.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           03 ws-mnt-chave-1                       pic 9(09) value zeroes.
           03 ws-mnt-chave-2                       pic 9(09) value zeroes.
           03 ws-mnt-vigencia                      pic 9(08) value zeroes.
           03 ws-mnt-registro                      pic x(446) value spaces.
           03 ws-mnt-id-encontrado                 pic x(01) value spaces.
              88 ws-mnt-ret-ok                               value "S".
           03 ws-mnt-id-erro                       pic x(100) value spaces.
           03 ws-mnt-tipo                          pic x(01) value spaces.
           03 ws-mnt-layout                        pic x(08) value spaces.
           03 ws-mnt-tam                           pic 9(03) value zeroes.
           03 ws-mnt-operacao-chamada              pic x(01) value spaces.
           03 ws-mnt-resposta                      pic x(01) value spaces.
           03 ws-mnt-carimbo.
              05 ws-mnt-dt-atualizacao             pic 9(08).
              05 ws-mnt-hr-atualizacao             pic 9(06).
              05 ws-mnt-job-origem                 pic x(10).
           03 ws-mnt-imagem-lida                   pic x(446) value spaces.
           03 ws-mnt-imagem-nova                   pic x(446) value spaces.
           03 ws-dif-pos                           pic 9(03) value zeroes.
           03 ws-dif-inicio                        pic 9(03) value zeroes.
           03 ws-dif-fim                           pic 9(03) value zeroes.
           03 ws-dif-tam                           pic 9(03) value zeroes.
           03 ws-dif-qtde                          pic 9(03) value zeroes.

       01  ws-tpt-parametros.
           03 ws-tpt-operacao                      pic x(01).
           03 ws-tpt-registro                       pic x(443).
           03 ws-tpt-id-encontrado                  pic x(01).
           03 ws-tpt-id-erro                        pic x(100).
           03 ws-tpt-carimbo.
              05 ws-tpt-dt-atualizacao              pic 9(08).
              05 ws-tpt-hr-atualizacao              pic 9(06).
              05 ws-tpt-job-origem                  pic x(10).

       01  ws-cli-parametros.
           03 ws-cli-operacao                      pic x(01).
           03 ws-cli-registro                      pic x(370).
           03 ws-cli-id-encontrado                 pic x(01).
           03 ws-cli-id-erro                       pic x(100).
           03 ws-cli-carimbo.
              05 ws-cli-dt-atualizacao              pic 9(08).
              05 ws-cli-hr-atualizacao              pic 9(06).
              05 ws-cli-job-origem                  pic x(10).

       01  ws-fnc-parametros.
           03 ws-fnc-operacao                      pic x(01).
           03 ws-fnc-cd-fornecedor                 pic 9(09).
           03 ws-fnc-cd-cidade                     pic 9(09).
           03 ws-fnc-registro                      pic x(446).
           03 ws-fnc-id-encontrado                 pic x(01).
           03 ws-fnc-id-erro                       pic x(100).
           03 ws-fnc-carimbo.
              05 ws-fnc-dt-atualizacao              pic 9(08).
              05 ws-fnc-hr-atualizacao              pic 9(06).
              05 ws-fnc-job-origem                  pic x(10).

       01  ws-prc-parametros.
           03 ws-prc-operacao                      pic x(01).
           03 ws-prc-registro                      pic x(28).
           03 ws-prc-id-encontrado                 pic x(01).
           03 ws-prc-id-erro                       pic x(100).
           03 ws-prc-carimbo.
              05 ws-prc-dt-atualizacao              pic 9(08).
              05 ws-prc-hr-atualizacao              pic 9(06).
              05 ws-prc-job-origem                  pic x(10).

      *>=====================================================================
       COPY CSBHW0001.
            accept ws-mnt-chave-1
            display "Cidade         : " with no advancing
            accept ws-mnt-chave-2
            move "T"                               to ws-mnt-tipo
            move "CSBHF005"                        to ws-mnt-layout
            move length of ws-tpt-registro         to ws-mnt-tam
            perform 2600-executa-manutencao
           .
       2200-exit.
            exit.
            perform 2150-aceita-operacao
            display "Cliente        : " with no advancing
            accept ws-mnt-chave-1
            move "L"                               to ws-mnt-tipo
            move "CSBHF013"                        to ws-mnt-layout
            move length of ws-cli-registro         to ws-mnt-tam
            perform 2600-executa-manutencao
           .
       2300-exit.
            exit.
            accept ws-mnt-chave-1
            display "Cidade         : " with no advancing
            accept ws-mnt-chave-2
            move "F"                               to ws-mnt-tipo
            move "CSBHF006"                        to ws-mnt-layout
            move length of ws-fnc-registro         to ws-mnt-tam
            perform 2600-executa-manutencao
           .
       2400-exit.
            exit.
            accept ws-mnt-chave-1
            display "Vigencia (aaaammdd): " with no advancing
            accept ws-mnt-vigencia
            move "P"                               to ws-mnt-tipo
            move "CSBHF011"                        to ws-mnt-layout
            move length of ws-prc-registro         to ws-mnt-tam
            perform 2600-executa-manutencao
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> Fluxo comum das manutencoes. Na alteracao o registro e lido
      *> antes (inquire), para o operador ver o que vai mudar e para o
      *> carimbo de atualizacao voltar junto com a alteracao.
       2600-executa-manutencao section.
       2600.
            move spaces                            to ws-mnt-registro
                                                      ws-mnt-imagem-lida
            initialize                             ws-mnt-carimbo
            if   ws-mnt-operacao equal "C" or "c"
                 move "I"                          to ws-mnt-operacao-chamada
                 perform 2650-chama-transacao
                 if   not ws-mnt-ret-ok
                      display "ERRO: " ws-mnt-id-erro
                      exit section
                 end-if
                 move ws-mnt-registro              to ws-mnt-imagem-lida
                 display "Atual: " ws-mnt-registro (1:100)
                 perform 2680-mostra-carimbo
            end-if
            if   ws-mnt-operacao equal "A" or "C" or "a" or "c"
                 display "Registro (layout " ws-mnt-layout "): "
                 accept ws-mnt-registro
            end-if

            move ws-mnt-operacao                   to ws-mnt-operacao-chamada
            perform 2650-chama-transacao
            perform until ws-mnt-id-encontrado not equal "C"
                 perform 2660-trata-conflito
            end-perform

            evaluate ws-mnt-id-encontrado
                when "S"
                     display "OK: " ws-mnt-registro (1:100)
                     perform 2680-mostra-carimbo
                when "X"
                     display "Alteracao abandonada"
                when other
                     display "ERRO: " ws-mnt-id-erro
            end-evaluate
           .
       2600-exit.
            exit.
      *>=====================================================================
      *> Chamada da transacao do cadastro corrente (ws-mnt-tipo) com os
      *> campos comuns do console; registro, carimbo e retorno voltam
      *> para os mesmos campos.
       2650-chama-transacao section.
       2650.
            evaluate ws-mnt-tipo
                when "T"
                     initialize                    ws-tpt-parametros
                     move ws-mnt-operacao-chamada  to ws-tpt-operacao
                     move ws-mnt-chave-1           to ws-tpt-cd-transportadora
                     move ws-mnt-chave-2           to ws-tpt-cd-cidade
                     move ws-mnt-registro          to ws-tpt-registro
                     move ws-mnt-carimbo           to ws-tpt-carimbo
                     call "CSBH03002M" using linkage-parametros
                                             ws-tpt-parametros
                     move ws-tpt-registro          to ws-mnt-registro
                     move ws-tpt-carimbo           to ws-mnt-carimbo
                     move ws-tpt-id-encontrado     to ws-mnt-id-encontrado
                     move ws-tpt-id-erro           to ws-mnt-id-erro
                when "L"
                     initialize                    ws-cli-parametros
                     move ws-mnt-operacao-chamada  to ws-cli-operacao
                     move ws-mnt-chave-1           to ws-cli-cd-cliente
                     move ws-mnt-registro (1:370)  to ws-cli-registro
                     move ws-mnt-carimbo           to ws-cli-carimbo
                     call "CSBH03019M" using linkage-parametros
                                             ws-cli-parametros
                     move ws-cli-registro          to ws-mnt-registro
                     move ws-cli-carimbo           to ws-mnt-carimbo
                     move ws-cli-id-encontrado     to ws-mnt-id-encontrado
                     move ws-cli-id-erro           to ws-mnt-id-erro
                when "F"
                     initialize                    ws-fnc-parametros
                     move ws-mnt-operacao-chamada  to ws-fnc-operacao
                     move ws-mnt-chave-1           to ws-fnc-cd-fornecedor
                     move ws-mnt-chave-2           to ws-fnc-cd-cidade
                     move ws-mnt-registro          to ws-fnc-registro
                     move ws-mnt-carimbo           to ws-fnc-carimbo
                     call "CSBH03020M" using linkage-parametros
                                             ws-fnc-parametros
                     move ws-fnc-registro          to ws-mnt-registro
                     move ws-fnc-carimbo           to ws-mnt-carimbo
                     move ws-fnc-id-encontrado     to ws-mnt-id-encontrado
                     move ws-fnc-id-erro           to ws-mnt-id-erro
                when "P"
                     initialize                    ws-prc-parametros
                     move ws-mnt-operacao-chamada  to ws-prc-operacao
                     move ws-mnt-chave-1           to ws-prc-cd-produto
                     move ws-mnt-vigencia          to ws-prc-dt-vigencia
                     move ws-mnt-registro (1:28)   to ws-prc-registro
                     move ws-mnt-carimbo           to ws-prc-carimbo
                     call "CSBH03021M" using linkage-parametros
                                             ws-prc-parametros
                     move ws-prc-registro          to ws-mnt-registro
                     move ws-prc-carimbo           to ws-mnt-carimbo
                     move ws-prc-id-encontrado     to ws-mnt-id-encontrado
                     move ws-prc-id-erro           to ws-mnt-id-erro
            end-evaluate
           .
       2650-exit.
            exit.
      *>=====================================================================
      *> Alteracao recusada porque o registro foi gravado depois da
      *> leitura: recarrega, mostra o que mudou e o operador decide -
      *> redigitar (D), reaplicar a propria imagem sobre o registro
      *> atual (R) ou desistir. Sem decisao, "X" encerra a alteracao.
       2660-trata-conflito section.
       2660.
            display "ERRO: " ws-mnt-id-erro
            move ws-mnt-registro                   to ws-mnt-imagem-nova
            display "Recarregar o registro e ver as diferencas (S/N)? "
                    with no advancing
            accept ws-mnt-resposta
            if   ws-mnt-resposta not equal "S" and "s"
                 move "X"                          to ws-mnt-id-encontrado
                 exit section
            end-if

            move "I"                               to ws-mnt-operacao-chamada
            perform 2650-chama-transacao
            if   not ws-mnt-ret-ok
                 exit section
            end-if
            perform 2670-mostra-diferencas
            perform 2680-mostra-carimbo
            move ws-mnt-registro                   to ws-mnt-imagem-lida

            display "Redigitar (D), reaplicar a sua alteracao (R) ou desistir (N)? "
                    with no advancing
            accept ws-mnt-resposta
            evaluate ws-mnt-resposta
                when "D"
                when "d"
                     display "Registro (layout " ws-mnt-layout "): "
                     accept ws-mnt-registro
                when "R"
                when "r"
                     move ws-mnt-imagem-nova       to ws-mnt-registro
                when other
                     move "X"                      to ws-mnt-id-encontrado
                     exit section
            end-evaluate

            move "C"                               to ws-mnt-operacao-chamada
            perform 2650-chama-transacao
           .
       2660-exit.
            exit.
      *>=====================================================================
      *> Diferencas entre a imagem lida antes e a recarregada, em
      *> trechos de posicoes (no layout do arquivo) que mudaram.
       2670-mostra-diferencas section.
       2670.
            move zeroes                            to ws-dif-inicio
                                                      ws-dif-qtde
            perform varying ws-dif-pos from 1 by 1
                    until ws-dif-pos > ws-mnt-tam
                 if   ws-mnt-imagem-lida (ws-dif-pos:1)
                      not equal ws-mnt-registro (ws-dif-pos:1)
                      if   ws-dif-inicio equal zeroes
                           move ws-dif-pos         to ws-dif-inicio
                      end-if
                 else
                      if   ws-dif-inicio > zeroes
                           perform 2675-mostra-trecho
                      end-if
                 end-if
            end-perform
            if   ws-dif-inicio > zeroes
                 perform 2675-mostra-trecho
            end-if
            if   ws-dif-qtde equal zeroes
                 display "Nenhuma diferenca nos dados - so o carimbo mudou"
            end-if
           .
       2670-exit.
            exit.
      *>=====================================================================
       2675-mostra-trecho section.
       2675.
            add 1                                  to ws-dif-qtde
            compute ws-dif-fim = ws-dif-pos - 1
            compute ws-dif-tam = ws-dif-pos - ws-dif-inicio
            if   ws-dif-tam > 40
                 move 40                           to ws-dif-tam
            end-if
            display "Posicao " ws-dif-inicio " a " ws-dif-fim
                    ": lido [" ws-mnt-imagem-lida (ws-dif-inicio:ws-dif-tam)
                    "] atual [" ws-mnt-registro (ws-dif-inicio:ws-dif-tam) "]"
            move zeroes                            to ws-dif-inicio
           .
       2675-exit.
            exit.
      *>=====================================================================
       2680-mostra-carimbo section.
       2680.
            if   ws-mnt-carimbo not equal spaces
            and  ws-mnt-dt-atualizacao is numeric
            and  ws-mnt-dt-atualizacao > zeroes
                 display "Ultima gravacao: " ws-mnt-job-origem " em "
                         ws-mnt-dt-atualizacao (7:2) "/"
                         ws-mnt-dt-atualizacao (5:2) "/"
                         ws-mnt-dt-atualizacao (1:4) " "
                         ws-mnt-hr-atualizacao (1:2) ":"
                         ws-mnt-hr-atualizacao (3:2) ":"
                         ws-mnt-hr-atualizacao (5:2)
            end-if
           .
       2680-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
