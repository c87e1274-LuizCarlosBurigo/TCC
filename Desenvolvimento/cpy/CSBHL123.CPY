*>
       9000-abrir-i-CSBHD123 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD123.CAD" delimited by size into wid-csbh123
            open input CSBHD123
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD123" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD123 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD123.CAD" delimited by size into wid-csbh123
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD123
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD123" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD123 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD123.CAD" delimited by size into wid-csbh123
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD123
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD123" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD123-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD123.
*>
*>
       9000-ler-CSBHD123-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD123 previous.
*>
*>
       9000-ler-CSBHD123-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD123 next.
*>
*>
       9000-str-CSBHD123-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD123
                key is equal fage-chave-1.
*>
*>
       9000-str-CSBHD123-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD123
                key is greater fage-chave-1.
*>
*>
       9000-str-CSBHD123-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD123
                key is not greater fage-chave-1.
*>
*>
       9000-str-CSBHD123-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD123
                key is less fage-chave-1.
*>
*>
       9000-ler-CSBHD123-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD123 with ignore lock.
*>
*>
       9000-ler-CSBHD123-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD123 previous with ignore lock.
*>
*>
       9000-ler-CSBHD123-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD123 next with ignore lock.
*>
*>
       9000-gravar-CSBHD123 section.
            write fage-agendamento
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD123" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD123 section.
            rewrite fage-agendamento
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD123" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD123 section.
            delete CSBHD123
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD123" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
