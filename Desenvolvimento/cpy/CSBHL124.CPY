*>
       9000-abrir-i-CSBHD124 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD124.CAD" delimited by size into wid-csbh124
            open input CSBHD124
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD124" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD124 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD124.CAD" delimited by size into wid-csbh124
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD124
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD124" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD124 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD124.CAD" delimited by size into wid-csbh124
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD124
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD124" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD124-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD124.
*>
*>
       9000-ler-CSBHD124-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD124 previous.
*>
*>
       9000-ler-CSBHD124-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD124 next.
*>
*>
       9000-str-CSBHD124-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD124
                key is equal fcan-chave-1.
*>
*>
       9000-str-CSBHD124-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD124
                key is greater fcan-chave-1.
*>
*>
       9000-str-CSBHD124-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD124
                key is not greater fcan-chave-1.
*>
*>
       9000-str-CSBHD124-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD124
                key is less fcan-chave-1.
*>
*>
       9000-ler-CSBHD124-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD124 with ignore lock.
*>
*>
       9000-ler-CSBHD124-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD124 previous with ignore lock.
*>
*>
       9000-ler-CSBHD124-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD124 next with ignore lock.
*>
*>
       9000-gravar-CSBHD124 section.
            write fcan-canal
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD124" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD124 section.
            rewrite fcan-canal
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD124" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD124 section.
            delete CSBHD124
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD124" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
