*>
       9000-abrir-i-CSBHD079 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD079.CAD" delimited by size into wid-csbh079
            open input CSBHD079
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD079" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD079 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD079.CAD" delimited by size into wid-csbh079
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD079
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD079" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD079 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD079.CAD" delimited by size into wid-csbh079
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD079
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD079" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD079-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD079.
*>
*>
       9000-ler-CSBHD079-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD079 previous.
*>
*>
       9000-ler-CSBHD079-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD079 next.
*>
*>
       9000-str-CSBHD079-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD079
                key is equal fapc-chave-1.
*>
*>
       9000-str-CSBHD079-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD079
                key is greater fapc-chave-1.
*>
*>
       9000-str-CSBHD079-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD079
                key is not greater fapc-chave-1.
*>
*>
       9000-str-CSBHD079-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD079
                key is less fapc-chave-1.
*>
*>
       9000-ler-CSBHD079-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD079 with ignore lock.
*>
*>
       9000-ler-CSBHD079-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD079 previous with ignore lock.
*>
*>
       9000-ler-CSBHD079-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD079 next with ignore lock.
*>
*>
       9000-gravar-CSBHD079 section.
            write fapc-apuracao-pis-cofins
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD079" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD079 section.
            rewrite fapc-apuracao-pis-cofins
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD079" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD079 section.
            delete CSBHD079
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD079" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
