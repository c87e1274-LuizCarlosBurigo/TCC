*>
       9000-abrir-i-CSBHD084 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD084.CAD" delimited by size into wid-csbh084
            open input CSBHD084
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD084" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD084 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD084.CAD" delimited by size into wid-csbh084
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD084
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD084" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD084 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD084.CAD" delimited by size into wid-csbh084
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD084
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD084" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD084-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD084.
*>
*>
       9000-ler-CSBHD084-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD084 previous.
*>
*>
       9000-ler-CSBHD084-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD084 next.
*>
*>
       9000-str-CSBHD084-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD084
                key is equal fdii-chave-1.
*>
*>
       9000-str-CSBHD084-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD084
                key is greater fdii-chave-1.
*>
*>
       9000-str-CSBHD084-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD084
                key is not greater fdii-chave-1.
*>
*>
       9000-str-CSBHD084-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD084
                key is less fdii-chave-1.
*>
*>
       9000-ler-CSBHD084-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD084 with ignore lock.
*>
*>
       9000-ler-CSBHD084-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD084 previous with ignore lock.
*>
*>
       9000-ler-CSBHD084-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD084 next with ignore lock.
*>
*>
       9000-gravar-CSBHD084 section.
            write fdii-item-importacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD084" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD084 section.
            rewrite fdii-item-importacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD084" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD084 section.
            delete CSBHD084
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD084" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
