*>
       9000-abrir-i-CSBHD086 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD086.CAD" delimited by size into wid-csbh086
            open input CSBHD086
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD086" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD086 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD086.CAD" delimited by size into wid-csbh086
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD086
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD086" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD086 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD086.CAD" delimited by size into wid-csbh086
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD086
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD086" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD086-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD086.
*>
*>
       9000-ler-CSBHD086-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD086 previous.
*>
*>
       9000-ler-CSBHD086-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD086 next.
*>
*>
       9000-str-CSBHD086-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD086
                key is equal fnfr-chave-1.
*>
*>
       9000-str-CSBHD086-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD086
                key is greater fnfr-chave-1.
*>
*>
       9000-str-CSBHD086-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD086
                key is not greater fnfr-chave-1.
*>
*>
       9000-str-CSBHD086-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD086
                key is less fnfr-chave-1.
*>
*>
       9000-ler-CSBHD086-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD086 with ignore lock.
*>
*>
       9000-ler-CSBHD086-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD086 previous with ignore lock.
*>
*>
       9000-ler-CSBHD086-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD086 next with ignore lock.
*>
*>
       9000-gravar-CSBHD086 section.
            write fnfr-nfe-recebida
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD086" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD086 section.
            rewrite fnfr-nfe-recebida
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD086" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD086 section.
            delete CSBHD086
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD086" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
