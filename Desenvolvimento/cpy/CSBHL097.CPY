*>
       9000-abrir-i-CSBHD097 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD097.CAD" delimited by size into wid-csbh097
            open input CSBHD097
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD097" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD097 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD097.CAD" delimited by size into wid-csbh097
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD097
                    if   not ws-operacao-ok
                         add 1                     to ws-retry-qtde-tentativas
                         if   ws-retry-qtde-tentativas <= c-retry-max-tentativas
                              move c-retry-intervalo-segundos to ws-retry-segundos
                              call "C$SLEEP" using ws-retry-segundos
                         end-if
                    end-if
            end-perform
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD097" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD097 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD097.CAD" delimited by size into wid-csbh097
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD097
                    if   not ws-operacao-ok
                         add 1                     to ws-retry-qtde-tentativas
                         if   ws-retry-qtde-tentativas <= c-retry-max-tentativas
                              move c-retry-intervalo-segundos to ws-retry-segundos
                              call "C$SLEEP" using ws-retry-segundos
                         end-if
                    end-if
            end-perform
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (I-O) arquivo CSBHD097" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD097-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD097.
*>
*>
       9000-ler-CSBHD097-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD097 previous.
*>
*>
       9000-ler-CSBHD097-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD097 next.
*>
*>
       9000-str-CSBHD097-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD097
                key is equal fpvf-chave-1.
*>
*>
       9000-str-CSBHD097-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD097
                key is greater fpvf-chave-1.
*>
*>
       9000-str-CSBHD097-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD097
                key is not greater fpvf-chave-1.
*>
*>
       9000-str-CSBHD097-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD097
                key is less fpvf-chave-1.
*>
*>
       9000-ler-CSBHD097-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD097 with ignore lock.
*>
*>
       9000-ler-CSBHD097-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD097 previous with ignore lock.
*>
*>
       9000-ler-CSBHD097-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD097 next with ignore lock.
*>
*>
       9000-gravar-CSBHD097 section.
            write fpvf-provisao-frete
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD097" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD097 section.
            rewrite fpvf-provisao-frete
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD097" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD097 section.
            delete CSBHD097
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD097" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
