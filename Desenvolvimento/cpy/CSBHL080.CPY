*>
       9000-abrir-i-CSBHD080 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD080.CAD" delimited by size into wid-csbh080
            open input CSBHD080
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD080" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD080 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD080.CAD" delimited by size into wid-csbh080
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD080
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD080" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD080 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD080.CAD" delimited by size into wid-csbh080
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD080
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD080" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD080-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD080.
*>
*>
       9000-ler-CSBHD080-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD080 previous.
*>
*>
       9000-ler-CSBHD080-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD080 next.
*>
*>
       9000-str-CSBHD080-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD080
                key is equal fpcr-chave-1.
*>
*>
       9000-str-CSBHD080-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD080
                key is greater fpcr-chave-1.
*>
*>
       9000-str-CSBHD080-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD080
                key is not greater fpcr-chave-1.
*>
*>
       9000-str-CSBHD080-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD080
                key is less fpcr-chave-1.
*>
*>
       9000-ler-CSBHD080-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD080 with ignore lock.
*>
*>
       9000-ler-CSBHD080-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD080 previous with ignore lock.
*>
*>
       9000-ler-CSBHD080-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD080 next with ignore lock.
*>
*>
       9000-gravar-CSBHD080 section.
            write fpcr-regra-pis-cofins
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD080" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD080 section.
            rewrite fpcr-regra-pis-cofins
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD080" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD080 section.
            delete CSBHD080
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD080" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
