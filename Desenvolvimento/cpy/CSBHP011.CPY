*>
*>Copy procedure Resolucao de CFOP (natureza de operacao, CSBHD077)
*>
*>9700-resolve-cfop: compara a UF da filial emitente (loja CSBHD001
*>-> cidade CSBHD002) com a UF da cidade da outra ponta e le a
*>natureza do tipo de movimento na abrangencia resultante
*>(intraestadual "I" / interestadual "E"). UF desconhecida de um dos
*>lados conta como intraestadual. Os arquivos CSBHD001, CSBHD002 e
*>CSBHD077 devem estar abertos (INPUT basta) pelo programa; a secao
*>usa as areas de registro de CSBHD001/CSBHD002, entao o chamador
*>resolve o CFOP antes de montar registro desses dois arquivos.
*>===============================================================================
       9700-resolve-cfop section.
       9700.
            move zeroes                            to ws-nat-cfop
            move "I"                               to ws-nat-id-abrangencia

            if   ws-nat-cd-empresa not equal ws-nat-cache-cd-empresa
            or   ws-nat-cd-filial  not equal ws-nat-cache-cd-filial
                 move spaces                       to ws-nat-cache-uf
                 initialize                        fclj-chave-1
                 move ws-nat-cd-empresa            to fclj-cd-empresa
                 move ws-nat-cd-filial             to fclj-cd-filial
                 perform 9000-ler-CSBHD001-ran
                 if   ws-operacao-ok
                      initialize                   fccdd-chave-1
                      move fclj-cd-cidade          to fccdd-cd-cidade
                      perform 9000-ler-CSBHD002-ran
                      if   ws-operacao-ok
                           move fccdd-uf           to ws-nat-cache-uf
                      end-if
                 end-if
                 move ws-nat-cd-empresa            to ws-nat-cache-cd-empresa
                 move ws-nat-cd-filial             to ws-nat-cache-cd-filial
            end-if
            move ws-nat-cache-uf                   to ws-nat-uf-origem

            move spaces                            to ws-nat-uf-destino
            if   ws-nat-cd-cidade-destino not equal zeroes
                 initialize                        fccdd-chave-1
                 move ws-nat-cd-cidade-destino     to fccdd-cd-cidade
                 perform 9000-ler-CSBHD002-ran
                 if   ws-operacao-ok
                      move fccdd-uf                to ws-nat-uf-destino
                 end-if
            end-if

            if   ws-nat-uf-origem  not equal spaces
            and  ws-nat-uf-destino not equal spaces
            and  ws-nat-uf-origem  not equal ws-nat-uf-destino
                 move "E"                          to ws-nat-id-abrangencia
            end-if

            initialize                             fnat-chave-1
            move ws-nat-tipo-movimento             to fnat-tipo-movimento
            move ws-nat-id-abrangencia             to fnat-id-abrangencia
            perform 9000-ler-CSBHD077-ran
            if   ws-operacao-ok
                 move fnat-cfop                    to ws-nat-cfop
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9700-exit.
            exit.
