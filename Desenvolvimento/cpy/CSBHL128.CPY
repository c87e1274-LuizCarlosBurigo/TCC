*>
       9000-abrir-i-CSBHD128 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD128.CAD" delimited by size into wid-csbh128
            open input CSBHD128
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD128" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD128 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD128.CAD" delimited by size into wid-csbh128
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD128
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD128" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD128 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD128.CAD" delimited by size into wid-csbh128
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD128
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD128" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD128-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD128.
*>
*>
       9000-ler-CSBHD128-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD128 previous.
*>
*>
       9000-ler-CSBHD128-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD128 next.
*>
*>
       9000-str-CSBHD128-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD128
                key is equal fcft-chave-1.
*>
*>
       9000-str-CSBHD128-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD128
                key is greater fcft-chave-1.
*>
*>
       9000-str-CSBHD128-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD128
                key is not greater fcft-chave-1.
*>
*>
       9000-str-CSBHD128-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD128
                key is less fcft-chave-1.
*>
*>
       9000-ler-CSBHD128-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD128 with ignore lock.
*>
*>
       9000-ler-CSBHD128-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD128 previous with ignore lock.
*>
*>
       9000-ler-CSBHD128-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD128 next with ignore lock.
*>
*>
       9000-gravar-CSBHD128 section.
            write fcft-conflito-funcao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD128" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD128 section.
            rewrite fcft-conflito-funcao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD128" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD128 section.
            delete CSBHD128
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD128" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
