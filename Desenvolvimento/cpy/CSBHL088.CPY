*>
       9000-abrir-i-CSBHD088 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD088.CAD" delimited by size into wid-csbh088
            open input CSBHD088
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD088" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD088 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD088.CAD" delimited by size into wid-csbh088
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD088
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD088" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD088 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD088.CAD" delimited by size into wid-csbh088
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD088
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD088" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD088-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD088.
*>
*>
       9000-ler-CSBHD088-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD088 previous.
*>
*>
       9000-ler-CSBHD088-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD088 next.
*>
*>
       9000-str-CSBHD088-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD088
                key is equal fpfc-chave-1.
*>
*>
       9000-str-CSBHD088-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD088
                key is greater fpfc-chave-1.
*>
*>
       9000-str-CSBHD088-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD088
                key is not greater fpfc-chave-1.
*>
*>
       9000-str-CSBHD088-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD088
                key is less fpfc-chave-1.
*>
*>
       9000-ler-CSBHD088-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD088 with ignore lock.
*>
*>
       9000-ler-CSBHD088-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD088 previous with ignore lock.
*>
*>
       9000-ler-CSBHD088-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD088 next with ignore lock.
*>
*>
       9000-gravar-CSBHD088 section.
            write fpfc-perfil-credor
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD088" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD088 section.
            rewrite fpfc-perfil-credor
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD088" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD088 section.
            delete CSBHD088
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD088" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
