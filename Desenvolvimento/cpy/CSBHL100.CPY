*>
       9000-abrir-i-CSBHD100 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD100.CAD" delimited by size into wid-csbh100
            open input CSBHD100
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD100" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD100 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD100.CAD" delimited by size into wid-csbh100
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD100
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD100" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD100 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD100.CAD" delimited by size into wid-csbh100
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD100
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD100" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD100-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD100.
*>
*>
       9000-ler-CSBHD100-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD100 previous.
*>
*>
       9000-ler-CSBHD100-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD100 next.
*>
*>
       9000-str-CSBHD100-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD100
                key is equal fcfm-chave-1.
*>
*>
       9000-str-CSBHD100-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD100
                key is greater fcfm-chave-1.
*>
*>
       9000-str-CSBHD100-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD100
                key is not greater fcfm-chave-1.
*>
*>
       9000-str-CSBHD100-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD100
                key is less fcfm-chave-1.
*>
*>
       9000-str-CSBHD100-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD100
                key is equal fcfm-chave-2.
*>
*>
       9000-str-CSBHD100-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD100
                key is greater fcfm-chave-2.
*>
*>
       9000-str-CSBHD100-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD100
                key is not greater fcfm-chave-2.
*>
*>
       9000-str-CSBHD100-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD100
                key is less fcfm-chave-2.
*>
*>
       9000-ler-CSBHD100-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD100 with ignore lock.
*>
*>
       9000-ler-CSBHD100-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD100 previous with ignore lock.
*>
*>
       9000-ler-CSBHD100-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD100 next with ignore lock.
*>
*>
       9000-gravar-CSBHD100 section.
            write fcfm-consumo
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD100" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD100 section.
            rewrite fcfm-consumo
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD100" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD100 section.
            delete CSBHD100
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD100" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
