*>
       9000-abrir-i-CSBHD092 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD092.CAD" delimited by size into wid-csbh092
            open input CSBHD092
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD092" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD092 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD092.CAD" delimited by size into wid-csbh092
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD092
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD092" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD092 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD092.CAD" delimited by size into wid-csbh092
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD092
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD092" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD092-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD092.
*>
*>
       9000-ler-CSBHD092-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD092 previous.
*>
*>
       9000-ler-CSBHD092-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD092 next.
*>
*>
       9000-str-CSBHD092-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD092
                key is equal fcpg-chave-1.
*>
*>
       9000-str-CSBHD092-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD092
                key is greater fcpg-chave-1.
*>
*>
       9000-str-CSBHD092-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD092
                key is not greater fcpg-chave-1.
*>
*>
       9000-str-CSBHD092-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD092
                key is less fcpg-chave-1.
*>
*>
       9000-ler-CSBHD092-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD092 with ignore lock.
*>
*>
       9000-ler-CSBHD092-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD092 previous with ignore lock.
*>
*>
       9000-ler-CSBHD092-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD092 next with ignore lock.
*>
*>
       9000-gravar-CSBHD092 section.
            write fcpg-condicao-pagamento
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD092" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD092 section.
            rewrite fcpg-condicao-pagamento
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD092" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD092 section.
            delete CSBHD092
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD092" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
