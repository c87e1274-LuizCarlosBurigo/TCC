*>
       9000-abrir-i-CSBHD114 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD114.CAD" delimited by size into wid-csbh114
            open input CSBHD114
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD114" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD114 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD114.CAD" delimited by size into wid-csbh114
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD114
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD114" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD114 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD114.CAD" delimited by size into wid-csbh114
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD114
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD114" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD114-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD114.
*>
*>
       9000-ler-CSBHD114-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD114 previous.
*>
*>
       9000-ler-CSBHD114-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD114 next.
*>
*>
       9000-str-CSBHD114-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD114
                key is equal frnc-chave-1.
*>
*>
       9000-str-CSBHD114-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD114
                key is greater frnc-chave-1.
*>
*>
       9000-str-CSBHD114-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD114
                key is not greater frnc-chave-1.
*>
*>
       9000-str-CSBHD114-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD114
                key is less frnc-chave-1.
*>
*>
       9000-str-CSBHD114-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD114
                key is equal frnc-chave-2.
*>
*>
       9000-str-CSBHD114-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD114
                key is greater frnc-chave-2.
*>
*>
       9000-str-CSBHD114-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD114
                key is not greater frnc-chave-2.
*>
*>
       9000-str-CSBHD114-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD114
                key is less frnc-chave-2.
*>
*>
       9000-ler-CSBHD114-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD114 with ignore lock.
*>
*>
       9000-ler-CSBHD114-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD114 previous with ignore lock.
*>
*>
       9000-ler-CSBHD114-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD114 next with ignore lock.
*>
*>
       9000-gravar-CSBHD114 section.
            write frnc-nao-conformidade
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD114" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD114 section.
            rewrite frnc-nao-conformidade
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD114" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD114 section.
            delete CSBHD114
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD114" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
