*>
       9000-abrir-i-CSBHD108 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD108.CAD" delimited by size into wid-csbh108
            open input CSBHD108
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD108" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD108 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD108.CAD" delimited by size into wid-csbh108
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD108
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD108" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD108 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD108.CAD" delimited by size into wid-csbh108
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD108
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD108" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD108-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD108.
*>
*>
       9000-ler-CSBHD108-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD108 previous.
*>
*>
       9000-ler-CSBHD108-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD108 next.
*>
*>
       9000-str-CSBHD108-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD108
                key is equal fion-chave-1.
*>
*>
       9000-str-CSBHD108-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD108
                key is greater fion-chave-1.
*>
*>
       9000-str-CSBHD108-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD108
                key is not greater fion-chave-1.
*>
*>
       9000-str-CSBHD108-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD108
                key is less fion-chave-1.
*>
*>
       9000-str-CSBHD108-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD108
                key is equal fion-chave-2.
*>
*>
       9000-str-CSBHD108-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD108
                key is greater fion-chave-2.
*>
*>
       9000-str-CSBHD108-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD108
                key is not greater fion-chave-2.
*>
*>
       9000-str-CSBHD108-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD108
                key is less fion-chave-2.
*>
*>
       9000-ler-CSBHD108-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD108 with ignore lock.
*>
*>
       9000-ler-CSBHD108-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD108 previous with ignore lock.
*>
*>
       9000-ler-CSBHD108-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD108 next with ignore lock.
*>
*>
       9000-gravar-CSBHD108 section.
            write fion-item-onda
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD108" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD108 section.
            rewrite fion-item-onda
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD108" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD108 section.
            delete CSBHD108
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD108" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
