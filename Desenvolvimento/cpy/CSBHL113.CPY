*>
       9000-abrir-i-CSBHD113 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD113.CAD" delimited by size into wid-csbh113
            open input CSBHD113
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD113" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD113 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD113.CAD" delimited by size into wid-csbh113
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD113
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD113" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD113 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD113.CAD" delimited by size into wid-csbh113
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD113
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD113" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD113-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD113.
*>
*>
       9000-ler-CSBHD113-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD113 previous.
*>
*>
       9000-ler-CSBHD113-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD113 next.
*>
*>
       9000-str-CSBHD113-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD113
                key is equal fdcp-chave-1.
*>
*>
       9000-str-CSBHD113-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD113
                key is greater fdcp-chave-1.
*>
*>
       9000-str-CSBHD113-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD113
                key is not greater fdcp-chave-1.
*>
*>
       9000-str-CSBHD113-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD113
                key is less fdcp-chave-1.
*>
*>
       9000-ler-CSBHD113-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD113 with ignore lock.
*>
*>
       9000-ler-CSBHD113-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD113 previous with ignore lock.
*>
*>
       9000-ler-CSBHD113-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD113 next with ignore lock.
*>
*>
       9000-gravar-CSBHD113 section.
            write fdcp-documento-parceiro
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD113" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD113 section.
            rewrite fdcp-documento-parceiro
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD113" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD113 section.
            delete CSBHD113
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD113" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
