*>
       9000-abrir-i-CSBHD125 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD125.CAD" delimited by size into wid-csbh125
            open input CSBHD125
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD125" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD125 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD125.CAD" delimited by size into wid-csbh125
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD125
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD125" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD125 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD125.CAD" delimited by size into wid-csbh125
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD125
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD125" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD125-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD125.
*>
*>
       9000-ler-CSBHD125-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD125 previous.
*>
*>
       9000-ler-CSBHD125-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD125 next.
*>
*>
       9000-str-CSBHD125-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD125
                key is equal fcfd-chave-1.
*>
*>
       9000-str-CSBHD125-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD125
                key is greater fcfd-chave-1.
*>
*>
       9000-str-CSBHD125-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD125
                key is not greater fcfd-chave-1.
*>
*>
       9000-str-CSBHD125-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD125
                key is less fcfd-chave-1.
*>
*>
       9000-ler-CSBHD125-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD125 with ignore lock.
*>
*>
       9000-ler-CSBHD125-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD125 previous with ignore lock.
*>
*>
       9000-ler-CSBHD125-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD125 next with ignore lock.
*>
*>
       9000-gravar-CSBHD125 section.
            write fcfd-feed-canal
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD125" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD125 section.
            rewrite fcfd-feed-canal
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD125" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD125 section.
            delete CSBHD125
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD125" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
