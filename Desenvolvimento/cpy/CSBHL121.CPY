*>
       9000-abrir-i-CSBHD121 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD121.CAD" delimited by size into wid-csbh121
            open input CSBHD121
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD121" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD121 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD121.CAD" delimited by size into wid-csbh121
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD121
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD121" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD121 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD121.CAD" delimited by size into wid-csbh121
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD121
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD121" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD121-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD121.
*>
*>
       9000-ler-CSBHD121-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD121 previous.
*>
*>
       9000-ler-CSBHD121-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD121 next.
*>
*>
       9000-str-CSBHD121-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD121
                key is equal fcvd-chave-1.
*>
*>
       9000-str-CSBHD121-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD121
                key is greater fcvd-chave-1.
*>
*>
       9000-str-CSBHD121-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD121
                key is not greater fcvd-chave-1.
*>
*>
       9000-str-CSBHD121-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD121
                key is less fcvd-chave-1.
*>
*>
       9000-ler-CSBHD121-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD121 with ignore lock.
*>
*>
       9000-ler-CSBHD121-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD121 previous with ignore lock.
*>
*>
       9000-ler-CSBHD121-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD121 next with ignore lock.
*>
*>
       9000-gravar-CSBHD121 section.
            write fcvd-cotacao-venda
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD121" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD121 section.
            rewrite fcvd-cotacao-venda
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD121" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD121 section.
            delete CSBHD121
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD121" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
