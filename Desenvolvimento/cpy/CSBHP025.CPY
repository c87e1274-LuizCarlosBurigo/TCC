*>
*>Copy procedure Parametros de negocio (CSBHD130)
*>
*>O programa preenche ws-par-cd-parametro e ws-par-vl-padrao e executa
*>9860-obtem-parametro na inicializacao, uma vez por limite. A busca
*>vai da filial da execucao (lnk-cd-empresa/lnk-cd-filial) para a
*>empresa (filial zero) e para o geral (empresa e filial zero); sem
*>registro - ou sem o arquivo, que so existe depois do primeiro
*>cadastro pela CSBH03088M - vale o padrao. A secao abre e fecha
*>CSBHD130 por conta propria e acumula o valor em ws-par-eco.
*>===============================================================================
       9860-obtem-parametro section.
       9860.
            move ws-par-vl-padrao                  to ws-par-vl-parametro
            move "P"                               to ws-par-origem

            perform 9000-abrir-i-CSBHD130
            if   ws-operacao-ok
                 initialize                        fpng-chave-1
                 move ws-par-cd-parametro          to fpng-cd-parametro
                 move lnk-cd-empresa               to fpng-cd-empresa
                 move lnk-cd-filial                to fpng-cd-filial
                 perform 9000-ler-CSBHD130-ran
                 if   ws-operacao-ok
                      move "F"                     to ws-par-origem
                 else
                      move zeroes                  to fpng-cd-filial
                      perform 9000-ler-CSBHD130-ran
                      if   ws-operacao-ok
                           move "E"                to ws-par-origem
                      else
                           move zeroes             to fpng-cd-empresa
                           perform 9000-ler-CSBHD130-ran
                           if   ws-operacao-ok
                                move "G"           to ws-par-origem
                           end-if
                      end-if
                 end-if
                 if   not ws-par-origem-padrao
                      move fpng-vl-parametro       to ws-par-vl-parametro
                 end-if
                 close CSBHD130
            end-if

            initialize                             whs-mensagem
            move "00"                              to ws-resultado-acesso
            perform 9861-ecoa-parametro
           .
       9860-exit.
            exit.
*>===============================================================================
       9861-ecoa-parametro section.
       9861.
            if   ws-par-ptr-eco equal 1
                 move spaces                       to ws-par-eco
                 string "Parametros:" delimited by size
                        into ws-par-eco with pointer ws-par-ptr-eco
            end-if

            move ws-par-vl-parametro               to ws-par-vl-inteiro
            move spaces                            to ws-par-vl-editado
            if   ws-par-vl-inteiro equal ws-par-vl-parametro
                 move ws-par-vl-inteiro            to ws-par-vl-ed-int
            else
                 move ws-par-vl-parametro          to ws-par-vl-ed-decimal
            end-if
            move 1                                 to ws-par-ind-inicio
            inspect ws-par-vl-editado tallying ws-par-ind-inicio
                    for leading spaces

            string " " ws-par-cd-parametro delimited by space
                   "=" ws-par-vl-editado (ws-par-ind-inicio:)
                       delimited by space
                   into ws-par-eco with pointer ws-par-ptr-eco
            evaluate true
                when ws-par-origem-filial
                     string "(F)" delimited by size
                            into ws-par-eco with pointer ws-par-ptr-eco
                when ws-par-origem-empresa
                     string "(E)" delimited by size
                            into ws-par-eco with pointer ws-par-ptr-eco
                when ws-par-origem-geral
                     string "(G)" delimited by size
                            into ws-par-eco with pointer ws-par-ptr-eco
            end-evaluate
           .
       9861-exit.
            exit.
