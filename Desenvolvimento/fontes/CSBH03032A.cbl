      *> hoje mais o prazo cotado. O three-way match (CSBH02022R) passa
      *> a ter uma origem de preco defensavel. Funcao protegida pela
      *> permissao de manutencao (CSBH03018A); segue o modelo de
      *> subprograma chamavel de CSBH03002M. Fornecedor bloqueado por
      *> documento obrigatorio vencido (CSBHD113) nao e premiado.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS034.
           COPY CSBHS036.
           COPY CSBHS052.
           COPY CSBHS113.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF034.
           COPY CSBHF036.
           COPY CSBHF052.
           COPY CSBHF113.

           fd   trace-log.
           01   log-registro.
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03032A".
           03 ws-previsao-inteiro                  pic 9(08) value zeroes.
           03 ws-data-prevista                     pic 9(08) value zeroes.
           03 ws-cotacao-vencedora                 pic x(100) value spaces.
           03 ws-id-documentos-abertos             pic x(01) value spaces.
              88 ws-documentos-abertos                       value "S".

      *>=====================================================================
       COPY CSBHW0001.
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0021.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD052
            perform 9000-controle-abertura
      *> Sem o registro de documentos a premiacao segue sem bloqueio.
            move spaces                            to ws-id-documentos-abertos
            if   processamento-sem-erro
                 perform 9000-abrir-i-CSBHD113
                 if   ws-operacao-ok
                      move "S"                     to ws-id-documentos-abertos
                 else
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      initialize                   whs-mensagem
                      move "00"                    to ws-resultado-acesso
                 end-if
            end-if

            if   processamento-sem-erro
                 perform 2100-premia-cotacao

            close CSBHD019
            close CSBHD052
            if   ws-documentos-abertos
                 close CSBHD113
            end-if

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
      *>=====================================================================
       2100-premia-cotacao section.
       2100.
            if   ws-documentos-abertos
                 move "F"                          to ws-bpc-tipo-parceiro
                 move lnk-prm-cd-fornecedor        to ws-bpc-cd-parceiro
                 perform 9640-verifica-bloqueio-parceiro
                 if   ws-bpc-bloqueado
                      move "N"                     to lnk-prm-id-ok
                      string "Fornecedor " lnk-prm-cd-fornecedor
                             " bloqueado: documento " ws-bpc-tipo-documento
                             " vencido em " ws-bpc-data-vencimento
                             delimited by size into lnk-prm-id-erro
                      exit section
                 end-if
            end-if

            initialize                             fcot-chave-1
            move lnk-prm-cd-empresa                to fcot-cd-empresa
            move lnk-prm-cd-filial                 to fcot-cd-filial
       COPY CSBHP001.
       COPY CSBHP004.
       COPY CSBHP005.
       COPY CSBHP020.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL019.
       COPY CSBHL034.
       COPY CSBHL036.
       COPY CSBHL052.
       COPY CSBHL113.
