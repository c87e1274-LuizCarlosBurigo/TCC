*>
       9000-abrir-i-CSBHD118 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD118.CAD" delimited by size into wid-csbh118
            open input CSBHD118
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD118" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD118 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD118.CAD" delimited by size into wid-csbh118
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD118
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD118" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD118 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD118.CAD" delimited by size into wid-csbh118
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD118
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD118" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD118-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD118.
*>
*>
       9000-ler-CSBHD118-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD118 previous.
*>
*>
       9000-ler-CSBHD118-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD118 next.
*>
*>
       9000-str-CSBHD118-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD118
                key is equal fvpd-chave-1.
*>
*>
       9000-str-CSBHD118-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD118
                key is greater fvpd-chave-1.
*>
*>
       9000-str-CSBHD118-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD118
                key is not greater fvpd-chave-1.
*>
*>
       9000-str-CSBHD118-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD118
                key is less fvpd-chave-1.
*>
*>
       9000-ler-CSBHD118-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD118 with ignore lock.
*>
*>
       9000-ler-CSBHD118-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD118 previous with ignore lock.
*>
*>
       9000-ler-CSBHD118-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD118 next with ignore lock.
*>
*>
       9000-gravar-CSBHD118 section.
            write fvpd-venda-perdida
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD118" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD118 section.
            rewrite fvpd-venda-perdida
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD118" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD118 section.
            delete CSBHD118
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD118" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
