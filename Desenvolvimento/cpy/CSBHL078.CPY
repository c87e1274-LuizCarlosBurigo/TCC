*>
       9000-abrir-i-CSBHD078 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD078.CAD" delimited by size into wid-csbh078
            open input CSBHD078
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD078" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD078 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD078.CAD" delimited by size into wid-csbh078
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD078
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD078" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD078 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD078.CAD" delimited by size into wid-csbh078
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD078
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD078" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD078-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD078.
*>
*>
       9000-ler-CSBHD078-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD078 previous.
*>
*>
       9000-ler-CSBHD078-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD078 next.
*>
*>
       9000-str-CSBHD078-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD078
                key is equal fst-chave-1.
*>
*>
       9000-str-CSBHD078-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD078
                key is greater fst-chave-1.
*>
*>
       9000-str-CSBHD078-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD078
                key is not greater fst-chave-1.
*>
*>
       9000-str-CSBHD078-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD078
                key is less fst-chave-1.
*>
*>
       9000-ler-CSBHD078-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD078 with ignore lock.
*>
*>
       9000-ler-CSBHD078-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD078 previous with ignore lock.
*>
*>
       9000-ler-CSBHD078-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD078 next with ignore lock.
*>
*>
       9000-gravar-CSBHD078 section.
            write fst-regra-st
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD078" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD078 section.
            rewrite fst-regra-st
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD078" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD078 section.
            delete CSBHD078
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD078" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
