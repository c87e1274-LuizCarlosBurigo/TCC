*>
       9000-abrir-i-CSBHD116 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD116.CAD" delimited by size into wid-csbh116
            open input CSBHD116
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD116" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD116 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD116.CAD" delimited by size into wid-csbh116
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD116
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD116" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD116 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD116.CAD" delimited by size into wid-csbh116
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD116
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD116" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD116-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD116.
*>
*>
       9000-ler-CSBHD116-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD116 previous.
*>
*>
       9000-ler-CSBHD116-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD116 next.
*>
*>
       9000-str-CSBHD116-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD116
                key is equal ftri-chave-1.
*>
*>
       9000-str-CSBHD116-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD116
                key is greater ftri-chave-1.
*>
*>
       9000-str-CSBHD116-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD116
                key is not greater ftri-chave-1.
*>
*>
       9000-str-CSBHD116-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD116
                key is less ftri-chave-1.
*>
*>
       9000-ler-CSBHD116-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD116 with ignore lock.
*>
*>
       9000-ler-CSBHD116-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD116 previous with ignore lock.
*>
*>
       9000-ler-CSBHD116-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD116 next with ignore lock.
*>
*>
       9000-gravar-CSBHD116 section.
            write ftri-devolucao-triagem
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD116" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD116 section.
            rewrite ftri-devolucao-triagem
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD116" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD116 section.
            delete CSBHD116
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD116" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
