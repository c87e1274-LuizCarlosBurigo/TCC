*>
       9000-abrir-i-CSBHD132 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD132.CAD" delimited by size into wid-csbh132
            open input CSBHD132
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD132" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD132 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD132.CAD" delimited by size into wid-csbh132
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD132
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD132" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD132 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD132.CAD" delimited by size into wid-csbh132
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD132
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD132" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD132-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD132.
*>
*>
       9000-ler-CSBHD132-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD132 previous.
*>
*>
       9000-ler-CSBHD132-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD132 next.
*>
*>
       9000-str-CSBHD132-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD132
                key is equal ftit-chave-1.
*>
*>
       9000-str-CSBHD132-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD132
                key is greater ftit-chave-1.
*>
*>
       9000-str-CSBHD132-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD132
                key is not greater ftit-chave-1.
*>
*>
       9000-str-CSBHD132-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD132
                key is less ftit-chave-1.
*>
*>
       9000-str-CSBHD132-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD132
                key is equal ftit-chave-2.
*>
*>
       9000-str-CSBHD132-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD132
                key is greater ftit-chave-2.
*>
*>
       9000-str-CSBHD132-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD132
                key is not greater ftit-chave-2.
*>
*>
       9000-str-CSBHD132-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD132
                key is less ftit-chave-2.
*>
*>
       9000-ler-CSBHD132-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD132 with ignore lock.
*>
*>
       9000-ler-CSBHD132-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD132 previous with ignore lock.
*>
*>
       9000-ler-CSBHD132-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD132 next with ignore lock.
*>
*>
       9000-gravar-CSBHD132 section.
            write ftit-solicitacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD132" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD132 section.
            rewrite ftit-solicitacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD132" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD132 section.
            delete CSBHD132
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD132" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
