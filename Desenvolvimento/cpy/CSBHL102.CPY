*>
       9000-abrir-i-CSBHD102 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD102.CAD" delimited by size into wid-csbh102
            open input CSBHD102
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD102" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD102 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD102.CAD" delimited by size into wid-csbh102
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD102
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD102" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD102 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD102.CAD" delimited by size into wid-csbh102
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD102
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD102" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD102-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD102.
*>
*>
       9000-ler-CSBHD102-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD102 previous.
*>
*>
       9000-ler-CSBHD102-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD102 next.
*>
*>
       9000-str-CSBHD102-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD102
                key is equal fomc-chave-1.
*>
*>
       9000-str-CSBHD102-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD102
                key is greater fomc-chave-1.
*>
*>
       9000-str-CSBHD102-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD102
                key is not greater fomc-chave-1.
*>
*>
       9000-str-CSBHD102-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD102
                key is less fomc-chave-1.
*>
*>
       9000-ler-CSBHD102-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD102 with ignore lock.
*>
*>
       9000-ler-CSBHD102-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD102 previous with ignore lock.
*>
*>
       9000-ler-CSBHD102-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD102 next with ignore lock.
*>
*>
       9000-gravar-CSBHD102 section.
            write fomc-componente-ordem
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD102" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD102 section.
            rewrite fomc-componente-ordem
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD102" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD102 section.
            delete CSBHD102
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD102" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
