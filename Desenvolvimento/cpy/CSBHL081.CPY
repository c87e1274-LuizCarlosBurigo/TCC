*>
       9000-abrir-i-CSBHD081 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD081.CAD" delimited by size into wid-csbh081
            open input CSBHD081
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD081" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD081 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD081.CAD" delimited by size into wid-csbh081
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD081
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD081" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD081 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD081.CAD" delimited by size into wid-csbh081
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD081
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD081" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD081-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD081.
*>
*>
       9000-ler-CSBHD081-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD081 previous.
*>
*>
       9000-ler-CSBHD081-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD081 next.
*>
*>
       9000-str-CSBHD081-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD081
                key is equal fcmd-chave-1.
*>
*>
       9000-str-CSBHD081-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD081
                key is greater fcmd-chave-1.
*>
*>
       9000-str-CSBHD081-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD081
                key is not greater fcmd-chave-1.
*>
*>
       9000-str-CSBHD081-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD081
                key is less fcmd-chave-1.
*>
*>
       9000-ler-CSBHD081-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD081 with ignore lock.
*>
*>
       9000-ler-CSBHD081-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD081 previous with ignore lock.
*>
*>
       9000-ler-CSBHD081-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD081 next with ignore lock.
*>
*>
       9000-gravar-CSBHD081 section.
            write fcmd-custo-medio-produto
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD081" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD081 section.
            rewrite fcmd-custo-medio-produto
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD081" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD081 section.
            delete CSBHD081
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD081" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
