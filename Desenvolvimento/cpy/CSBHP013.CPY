*>
*>Copy procedure Retencao na fonte do contas a pagar (CSBHD087/088)
*>
*>9470-aplica-retencoes: com ftcp-titulo-pagar montado pelo valor
*>cheio, procura o perfil do credor (CSBHD088, pela origem e credor
*>do titulo) e as regras ativas do tipo de credor e servico
*>(CSBHD087). Cada tributo calcula base (valor x percentual de base)
*>e valor (base x aliquota); retencao abaixo do minimo da regra e
*>dispensada. O titulo fica com ftcp-valor liquido, ftcp-valor-bruto e
*>ftcp-valor-retido. Sem perfil ou sem regra o titulo segue cheio.
*>9480-grava-titulos-retencao: chamada depois de gravado o titulo
*>liquido, grava um titulo "R" por tributo para o credor governo da
*>regra, com vencimento no dia legal (frtn-dia-vencimento, frtn-
*>meses-vencimento meses depois do mes da emissao, limitado ao fim do
*>mes) ajustado ao dia util pela 9920-ajusta-dia-util (CSBHP006).
*>O programa deve ter CSBHD087 e CSBHD088 abertos (INPUT basta),
*>CSBHD037 aberto para o calendario e CSBHD041 em I-O.
*>===============================================================================
       9470-aplica-retencoes section.
       9470.
            move zeroes                            to ws-rtn-qtde-tributos
                                                      ws-rtn-valor-retido
            move ftcp-valor                        to ws-rtn-valor-bruto
            move ftcp-valor                        to ftcp-valor-bruto
            move zeroes                            to ftcp-valor-retido
            move ftcp-cd-empresa                   to ws-rtn-cd-empresa
            move ftcp-cd-filial                    to ws-rtn-cd-filial
            move ftcp-cd-titulo                    to ws-rtn-cd-titulo
            move ftcp-cd-credor                    to ws-rtn-cd-credor
            move ftcp-tipo-origem                  to ws-rtn-tipo-origem
            move ftcp-cd-documento-origem          to ws-rtn-cd-documento
            move ftcp-nunf                         to ws-rtn-nunf
            move ftcp-data-emissao                 to ws-rtn-data-emissao

            initialize                             fpfc-chave-1
            move ftcp-tipo-origem                  to fpfc-tipo-origem
            move ftcp-cd-credor                    to fpfc-cd-credor
            perform 9000-ler-CSBHD088-ran
            if   not ws-operacao-ok
            or   not fpfc-situacao-ativa
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             frtn-chave-1
            move fpfc-tipo-credor                  to frtn-tipo-credor
            move fpfc-cd-servico                   to frtn-cd-servico
            move low-values                        to frtn-tributo
            perform 9000-str-CSBHD087-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD087-next
            end-if
            perform until not ws-operacao-ok
                    or    frtn-tipo-credor not equal fpfc-tipo-credor
                    or    frtn-cd-servico  not equal fpfc-cd-servico
                 if   frtn-situacao-ativa
                 and  ws-rtn-qtde-tributos < c014-max-tributos
                      perform 9472-calcula-tributo
                 end-if
                 perform 9000-ler-CSBHD087-next
            end-perform
            move "00"                              to ws-resultado-acesso

            compute ftcp-valor = ws-rtn-valor-bruto - ws-rtn-valor-retido
            move ws-rtn-valor-retido               to ftcp-valor-retido
           .
       9470-exit.
            exit.

*>===============================================================================
       9472-calcula-tributo section.
       9472.
            move frtn-percentual-base              to ws-rtn-percentual-base
            if   ws-rtn-percentual-base equal zeroes
                 move 100                          to ws-rtn-percentual-base
            end-if
            add 1                                  to ws-rtn-qtde-tributos
            move ws-rtn-qtde-tributos              to ws-rtn-idx
            compute ws-rtn-valor-base (ws-rtn-idx) rounded =
                    ws-rtn-valor-bruto * ws-rtn-percentual-base / 100
            compute ws-rtn-valor (ws-rtn-idx) rounded =
                    ws-rtn-valor-base (ws-rtn-idx) * frtn-aliquota / 100
            if   ws-rtn-valor (ws-rtn-idx) not > zeroes
            or   ws-rtn-valor (ws-rtn-idx) < frtn-valor-minimo
                 subtract 1                        from ws-rtn-qtde-tributos
                 exit section
            end-if
            move frtn-tributo                      to ws-rtn-cd-tributo (ws-rtn-idx)
            move frtn-cd-receita                   to ws-rtn-cd-receita (ws-rtn-idx)
            move frtn-aliquota                     to ws-rtn-aliquota (ws-rtn-idx)
            move frtn-cd-credor-governo            to ws-rtn-cd-credor-governo (ws-rtn-idx)
            perform 9475-calcula-vencimento-retencao
            move ws-rtn-vencimento-n               to ws-rtn-data-vencimento (ws-rtn-idx)
            add ws-rtn-valor (ws-rtn-idx)          to ws-rtn-valor-retido
           .
       9472-exit.
            exit.

*>===============================================================================
       9475-calcula-vencimento-retencao section.
       9475.
            move ws-rtn-data-emissao               to ws-rtn-vencimento-n
            add frtn-meses-vencimento              to ws-rtn-venc-mes
            perform until ws-rtn-venc-mes not > 12
                 subtract 12                       from ws-rtn-venc-mes
                 add 1                             to ws-rtn-venc-ano
            end-perform
      *> Ultimo dia do mes = vespera do dia 1 do mes seguinte.
            move 1                                 to ws-rtn-venc-dia
            compute ws-rtn-inteiro =
                    function integer-of-date(ws-rtn-vencimento-n)
            add 31                                 to ws-rtn-inteiro
            compute ws-du-data-corrente =
                    function date-of-integer(ws-rtn-inteiro)
            move "01"                              to ws-du-data-corrente (7:2)
            compute ws-rtn-inteiro =
                    function integer-of-date(ws-du-data-corrente) - 1
            compute ws-du-data-corrente =
                    function date-of-integer(ws-rtn-inteiro)
            move ws-du-data-corrente (7:2)         to ws-rtn-ultimo-dia
            if   frtn-dia-vencimento equal zeroes
            or   frtn-dia-vencimento > ws-rtn-ultimo-dia
                 move ws-rtn-ultimo-dia            to ws-rtn-venc-dia
            else
                 move frtn-dia-vencimento          to ws-rtn-venc-dia
            end-if

            move ws-rtn-vencimento-n               to ws-du-data-corrente
            move frtn-id-dia-nao-util              to ws-du-id-sentido
            if   not ws-du-posterga
                 move "A"                          to ws-du-id-sentido
            end-if
            move spaces                            to ws-du-uf
            perform 9920-ajusta-dia-util
            move ws-du-data-corrente               to ws-rtn-vencimento-n
           .
       9475-exit.
            exit.

*>===============================================================================
       9480-grava-titulos-retencao section.
       9480.
            perform varying ws-rtn-idx from 1 by 1
                    until ws-rtn-idx > ws-rtn-qtde-tributos
                 initialize                        ftcp-titulo-pagar
                 move ws-rtn-cd-empresa            to ftcp-cd-empresa
                 move ws-rtn-cd-filial             to ftcp-cd-filial
                 compute ftcp-cd-titulo = ws-rtn-cd-titulo + ws-rtn-idx
                 move ws-rtn-cd-credor-governo (ws-rtn-idx)
                                                   to ftcp-cd-credor
                 move "R"                          to ftcp-tipo-origem
                 move ws-rtn-cd-documento          to ftcp-cd-documento-origem
                 move ws-rtn-nunf                  to ftcp-nunf
                 move ws-rtn-data-emissao          to ftcp-data-emissao
                 move ws-rtn-data-vencimento (ws-rtn-idx)
                                                   to ftcp-data-vencimento
                 move ws-rtn-valor (ws-rtn-idx)    to ftcp-valor
                 move 1                            to ftcp-parcela
                                                      ftcp-qtde-parcelas
                 move "A"                          to ftcp-situacao
                 move spaces                       to ftcp-cd-operador-autorizacao
                 move zeroes                       to ftcp-data-autorizacao
                 move zeroes                       to ftcp-data-pagamento
                 move ws-rtn-cd-titulo             to ftcp-cd-titulo-retido
                 move ws-rtn-tipo-origem           to ftcp-tipo-origem-retido
                 move ws-rtn-cd-credor             to ftcp-cd-credor-retido
                 move ws-rtn-cd-tributo (ws-rtn-idx)
                                                   to ftcp-tributo
                 move ws-rtn-cd-receita (ws-rtn-idx)
                                                   to ftcp-cd-receita
                 move ws-rtn-aliquota (ws-rtn-idx) to ftcp-aliquota
                 move ws-rtn-valor-base (ws-rtn-idx)
                                                   to ftcp-valor-base
                 move ws-ano-inv                   to ftcp-dt-atualizacao-ano
                 move ws-mes-inv                   to ftcp-dt-atualizacao-mes
                 move ws-dia-inv                   to ftcp-dt-atualizacao-dia
                 move ws-hora                      to ftcp-hr-atualizacao-hora
                 move ws-minutos                   to ftcp-hr-atualizacao-minuto
                 move ws-segundos                  to ftcp-hr-atualizacao-segundo
                 move este-programa                to ftcp-job-origem
                 perform 9000-gravar-CSBHD041
                 if   ws-operacao-ok
                      add 1                        to ws-rtn-qtde-titulos-gerados
                 else
                      string "Erro - titulo de retencao " ws-rtn-cd-tributo (ws-rtn-idx)
                             " do titulo " ws-rtn-cd-titulo ": " whs-mensagem
                             delimited by size into ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                 end-if
            end-perform
           .
       9480-exit.
            exit.
