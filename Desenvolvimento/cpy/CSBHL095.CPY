*>
       9000-abrir-i-CSBHD095 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD095.CAD" delimited by size into wid-csbh095
            open input CSBHD095
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD095" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD095 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD095.CAD" delimited by size into wid-csbh095
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD095
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD095" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD095 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD095.CAD" delimited by size into wid-csbh095
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD095
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD095" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD095-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD095.
*>
*>
       9000-ler-CSBHD095-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD095 previous.
*>
*>
       9000-ler-CSBHD095-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD095 next.
*>
*>
       9000-str-CSBHD095-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD095
                key is equal frgc-chave-1.
*>
*>
       9000-str-CSBHD095-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD095
                key is greater frgc-chave-1.
*>
*>
       9000-str-CSBHD095-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD095
                key is not greater frgc-chave-1.
*>
*>
       9000-str-CSBHD095-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD095
                key is less frgc-chave-1.
*>
*>
       9000-ler-CSBHD095-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD095 with ignore lock.
*>
*>
       9000-ler-CSBHD095-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD095 previous with ignore lock.
*>
*>
       9000-ler-CSBHD095-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD095 next with ignore lock.
*>
*>
       9000-gravar-CSBHD095 section.
            write frgc-regra-contabil
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD095" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD095 section.
            rewrite frgc-regra-contabil
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD095" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD095 section.
            delete CSBHD095
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD095" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
