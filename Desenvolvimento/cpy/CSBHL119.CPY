*>
       9000-abrir-i-CSBHD119 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD119.CAD" delimited by size into wid-csbh119
            open input CSBHD119
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD119" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD119 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD119.CAD" delimited by size into wid-csbh119
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD119
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD119" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD119 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD119.CAD" delimited by size into wid-csbh119
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD119
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD119" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD119-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD119.
*>
*>
       9000-ler-CSBHD119-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD119 previous.
*>
*>
       9000-ler-CSBHD119-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD119 next.
*>
*>
       9000-str-CSBHD119-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD119
                key is equal fprp-chave-1.
*>
*>
       9000-str-CSBHD119-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD119
                key is greater fprp-chave-1.
*>
*>
       9000-str-CSBHD119-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD119
                key is not greater fprp-chave-1.
*>
*>
       9000-str-CSBHD119-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD119
                key is less fprp-chave-1.
*>
*>
       9000-ler-CSBHD119-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD119 with ignore lock.
*>
*>
       9000-ler-CSBHD119-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD119 previous with ignore lock.
*>
*>
       9000-ler-CSBHD119-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD119 next with ignore lock.
*>
*>
       9000-gravar-CSBHD119 section.
            write fprp-proposta-parametro
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD119" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD119 section.
            rewrite fprp-proposta-parametro
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD119" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD119 section.
            delete CSBHD119
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD119" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
