*>
       9000-abrir-i-CSBHD093 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD093.CAD" delimited by size into wid-csbh093
            open input CSBHD093
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD093" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD093 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD093.CAD" delimited by size into wid-csbh093
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD093
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD093" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD093 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD093.CAD" delimited by size into wid-csbh093
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD093
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD093" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD093-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD093.
*>
*>
       9000-ler-CSBHD093-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD093 previous.
*>
*>
       9000-ler-CSBHD093-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD093 next.
*>
*>
       9000-str-CSBHD093-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD093
                key is equal fpcb-chave-1.
*>
*>
       9000-str-CSBHD093-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD093
                key is greater fpcb-chave-1.
*>
*>
       9000-str-CSBHD093-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD093
                key is not greater fpcb-chave-1.
*>
*>
       9000-str-CSBHD093-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD093
                key is less fpcb-chave-1.
*>
*>
       9000-ler-CSBHD093-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD093 with ignore lock.
*>
*>
       9000-ler-CSBHD093-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD093 previous with ignore lock.
*>
*>
       9000-ler-CSBHD093-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD093 next with ignore lock.
*>
*>
       9000-gravar-CSBHD093 section.
            write fpcb-parametro-cobranca
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD093" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD093 section.
            rewrite fpcb-parametro-cobranca
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD093" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD093 section.
            delete CSBHD093
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD093" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
