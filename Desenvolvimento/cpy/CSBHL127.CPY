*>
       9000-abrir-i-CSBHD127 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD127.CAD" delimited by size into wid-csbh127
            open input CSBHD127
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD127" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD127 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD127.CAD" delimited by size into wid-csbh127
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD127
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD127" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD127 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD127.CAD" delimited by size into wid-csbh127
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD127
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD127" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD127-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD127.
*>
*>
       9000-ler-CSBHD127-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD127 previous.
*>
*>
       9000-ler-CSBHD127-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD127 next.
*>
*>
       9000-str-CSBHD127-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD127
                key is equal fatv-chave-1.
*>
*>
       9000-str-CSBHD127-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD127
                key is greater fatv-chave-1.
*>
*>
       9000-str-CSBHD127-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD127
                key is not greater fatv-chave-1.
*>
*>
       9000-str-CSBHD127-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD127
                key is less fatv-chave-1.
*>
*>
       9000-ler-CSBHD127-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD127 with ignore lock.
*>
*>
       9000-ler-CSBHD127-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD127 previous with ignore lock.
*>
*>
       9000-ler-CSBHD127-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD127 next with ignore lock.
*>
*>
       9000-gravar-CSBHD127 section.
            write fatv-atividade-documento
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD127" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD127 section.
            rewrite fatv-atividade-documento
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD127" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD127 section.
            delete CSBHD127
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD127" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
