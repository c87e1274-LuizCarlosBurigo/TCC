*>
       9000-abrir-i-CSBHD131 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD131.CAD" delimited by size into wid-csbh131
            open input CSBHD131
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD131" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD131 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD131.CAD" delimited by size into wid-csbh131
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD131
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD131" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD131 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD131.CAD" delimited by size into wid-csbh131
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD131
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD131" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD131-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD131.
*>
*>
       9000-ler-CSBHD131-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD131 previous.
*>
*>
       9000-ler-CSBHD131-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD131 next.
*>
*>
       9000-str-CSBHD131-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD131
                key is equal fkpi-chave-1.
*>
*>
       9000-str-CSBHD131-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD131
                key is greater fkpi-chave-1.
*>
*>
       9000-str-CSBHD131-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD131
                key is not greater fkpi-chave-1.
*>
*>
       9000-str-CSBHD131-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD131
                key is less fkpi-chave-1.
*>
*>
       9000-ler-CSBHD131-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD131 with ignore lock.
*>
*>
       9000-ler-CSBHD131-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD131 previous with ignore lock.
*>
*>
       9000-ler-CSBHD131-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD131 next with ignore lock.
*>
*>
       9000-gravar-CSBHD131 section.
            write fkpi-indicador
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD131" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD131 section.
            rewrite fkpi-indicador
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD131" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD131 section.
            delete CSBHD131
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD131" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
