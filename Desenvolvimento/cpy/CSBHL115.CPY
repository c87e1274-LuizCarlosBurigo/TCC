*>
       9000-abrir-i-CSBHD115 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD115.CAD" delimited by size into wid-csbh115
            open input CSBHD115
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD115" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD115 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD115.CAD" delimited by size into wid-csbh115
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD115
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD115" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD115 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD115.CAD" delimited by size into wid-csbh115
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD115
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD115" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD115-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD115.
*>
*>
       9000-ler-CSBHD115-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD115 previous.
*>
*>
       9000-ler-CSBHD115-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD115 next.
*>
*>
       9000-str-CSBHD115-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD115
                key is equal fgar-chave-1.
*>
*>
       9000-str-CSBHD115-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD115
                key is greater fgar-chave-1.
*>
*>
       9000-str-CSBHD115-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD115
                key is not greater fgar-chave-1.
*>
*>
       9000-str-CSBHD115-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD115
                key is less fgar-chave-1.
*>
*>
       9000-str-CSBHD115-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD115
                key is equal fgar-chave-2.
*>
*>
       9000-str-CSBHD115-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD115
                key is greater fgar-chave-2.
*>
*>
       9000-str-CSBHD115-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD115
                key is not greater fgar-chave-2.
*>
*>
       9000-str-CSBHD115-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD115
                key is less fgar-chave-2.
*>
*>
       9000-ler-CSBHD115-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD115 with ignore lock.
*>
*>
       9000-ler-CSBHD115-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD115 previous with ignore lock.
*>
*>
       9000-ler-CSBHD115-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD115 next with ignore lock.
*>
*>
       9000-gravar-CSBHD115 section.
            write fgar-garantia
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD115" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD115 section.
            rewrite fgar-garantia
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD115" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD115 section.
            delete CSBHD115
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD115" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
