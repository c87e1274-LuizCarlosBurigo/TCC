*>
       9000-abrir-i-CSBHD094 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD094.CAD" delimited by size into wid-csbh094
            open input CSBHD094
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD094" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD094 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD094.CAD" delimited by size into wid-csbh094
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD094
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD094" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD094 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD094.CAD" delimited by size into wid-csbh094
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD094
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD094" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD094-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD094.
*>
*>
       9000-ler-CSBHD094-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD094 previous.
*>
*>
       9000-ler-CSBHD094-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD094 next.
*>
*>
       9000-str-CSBHD094-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD094
                key is equal fadt-chave-1.
*>
*>
       9000-str-CSBHD094-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD094
                key is greater fadt-chave-1.
*>
*>
       9000-str-CSBHD094-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD094
                key is not greater fadt-chave-1.
*>
*>
       9000-str-CSBHD094-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD094
                key is less fadt-chave-1.
*>
*>
       9000-ler-CSBHD094-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD094 with ignore lock.
*>
*>
       9000-ler-CSBHD094-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD094 previous with ignore lock.
*>
*>
       9000-ler-CSBHD094-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD094 next with ignore lock.
*>
*>
       9000-gravar-CSBHD094 section.
            write fadt-credito-cliente
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD094" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD094 section.
            rewrite fadt-credito-cliente
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD094" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD094 section.
            delete CSBHD094
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD094" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
