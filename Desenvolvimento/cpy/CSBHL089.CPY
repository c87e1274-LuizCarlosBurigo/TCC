*>
       9000-abrir-i-CSBHD089 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD089.CAD" delimited by size into wid-csbh089
            open input CSBHD089
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD089" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD089 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD089.CAD" delimited by size into wid-csbh089
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD089
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD089" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD089 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD089.CAD" delimited by size into wid-csbh089
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD089
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD089" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD089-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD089.
*>
*>
       9000-ler-CSBHD089-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD089 previous.
*>
*>
       9000-ler-CSBHD089-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD089 next.
*>
*>
       9000-str-CSBHD089-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD089
                key is equal fcbc-chave-1.
*>
*>
       9000-str-CSBHD089-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD089
                key is greater fcbc-chave-1.
*>
*>
       9000-str-CSBHD089-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD089
                key is not greater fcbc-chave-1.
*>
*>
       9000-str-CSBHD089-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD089
                key is less fcbc-chave-1.
*>
*>
       9000-ler-CSBHD089-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD089 with ignore lock.
*>
*>
       9000-ler-CSBHD089-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD089 previous with ignore lock.
*>
*>
       9000-ler-CSBHD089-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD089 next with ignore lock.
*>
*>
       9000-gravar-CSBHD089 section.
            write fcbc-conta-bancaria
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD089" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD089 section.
            rewrite fcbc-conta-bancaria
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD089" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD089 section.
            delete CSBHD089
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD089" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
