*>
       9000-abrir-i-CSBHD117 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD117.CAD" delimited by size into wid-csbh117
            open input CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD117" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD117 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD117.CAD" delimited by size into wid-csbh117
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD117
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD117" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD117 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD117.CAD" delimited by size into wid-csbh117
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD117
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD117" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD117-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD117.
*>
*>
       9000-ler-CSBHD117-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD117 previous.
*>
*>
       9000-ler-CSBHD117-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD117 next.
*>
*>
       9000-str-CSBHD117-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD117
                key is equal frup-chave-1.
*>
*>
       9000-str-CSBHD117-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD117
                key is greater frup-chave-1.
*>
*>
       9000-str-CSBHD117-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD117
                key is not greater frup-chave-1.
*>
*>
       9000-str-CSBHD117-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD117
                key is less frup-chave-1.
*>
*>
       9000-ler-CSBHD117-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD117 with ignore lock.
*>
*>
       9000-ler-CSBHD117-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD117 previous with ignore lock.
*>
*>
       9000-ler-CSBHD117-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD117 next with ignore lock.
*>
*>
       9000-gravar-CSBHD117 section.
            write frup-ruptura
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD117" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD117 section.
            rewrite frup-ruptura
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD117" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD117 section.
            delete CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD117" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
