*>
*>Copy procedure Trilha de atividade por documento (CSBHD127)
*>
*>O programa preenche ws-atv-cd-atividade, ws-atv-documento e
*>ws-atv-cd-operador antes de executar a secao. A trilha e o que o
*>CSBH03018A confere na segregacao de funcoes: quem incluiu a
*>requisicao nao a aprova, quem gerou o titulo nao o autoriza, e assim
*>por diante (pares de CSBHD128). A secao abre e fecha CSBHD127 por
*>conta propria e cria o arquivo na primeira gravacao; a mesma
*>atividade repetida pelo mesmo operador no mesmo documento so
*>atualiza data/hora, e a repeticao seguida dentro da mesma execucao
*>(linhas de um mesmo documento numa carga) nem chega ao arquivo.
*>===============================================================================
       9850-registra-atividade section.
       9850.
            if   ws-atv-cd-operador equal spaces
            or   ws-atv-cd-atividade equal spaces
                 exit section
            end-if
            if   ws-atv-chave equal ws-atv-ultima-chave
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD127
            if   ws-arquivo-inexistente
                 perform 9000-abrir-o-CSBHD127
                 if   ws-operacao-ok
                      close CSBHD127
                      perform 9000-abrir-io-CSBHD127
                 end-if
            end-if
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             fatv-atividade-documento
            move ws-atv-cd-atividade               to fatv-cd-atividade
            move ws-atv-documento                  to fatv-documento
            move ws-atv-cd-operador                to fatv-cd-operador
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to fatv-data
            accept ws-horas                        from time
            move ws-hh-mm-ss                       to fatv-hora
            move este-programa                     to fatv-programa

            perform 9000-gravar-CSBHD127
            if   ws-registro-existente
                 perform 9000-regravar-CSBHD127
            end-if
            if   ws-operacao-ok
                 move ws-atv-chave                 to ws-atv-ultima-chave
            end-if

            initialize                             whs-mensagem
            close CSBHD127
            move "00"                              to ws-resultado-acesso
           .
       9850-exit.
            exit.
