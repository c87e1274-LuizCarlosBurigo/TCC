      *> barato para o mais caro - o despachante passa a lancar a Saida
      *> contra a opcao mais barata viavel em vez da de costume. Segue
      *> o modelo de subprograma de consulta de CSBH02005Q.
      *> Transportadora bloqueada por documento obrigatorio vencido
      *> (CSBHD113) fica fora da cotacao.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS005.
           COPY CSBHS026.
           COPY CSBHS113.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF005.
           COPY CSBHF026.
           COPY CSBHF113.

           fd   trace-log.
           01   log-registro.
           03 ws-idx-insercao                      pic 9(02) value zeroes.
           03 ws-idx-desloca                       pic 9(02) value zeroes.
           03 ws-qtde-sem-tarifa                   pic 9(05) value zeroes.
           03 ws-id-documentos-abertos             pic x(01) value spaces.
              88 ws-documentos-abertos                       value "S".

      *>=====================================================================
       COPY CSBHW0001.
       COPY CSBHW0021.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD026
            perform 9000-controle-abertura
      *> Sem o registro de documentos a cotacao segue sem bloqueio.
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
                 perform 2100-avalia-transportadoras
                 close CSBHD005
                 close CSBHD026
                 if   ws-documentos-abertos
                      close CSBHD113
                 end-if
                 move "S"                          to lnk-cot-id-ok
            else
                 move "N"                          to lnk-cot-id-ok
                 else
                      if   feisd-cd-cidade equal lnk-cot-cd-cidade
                      and  not fetpt-situacao-inativa
                           move "T"                to ws-bpc-tipo-parceiro
                           move feisd-cd-transpordadora
                                                   to ws-bpc-cd-parceiro
                           if   ws-documentos-abertos
                                perform 9640-verifica-bloqueio-parceiro
                           else
                                move spaces        to ws-bpc-id-bloqueado
                           end-if
                           if   not ws-bpc-bloqueado
                                perform 2200-cota-transportadora
                           end-if
                      end-if
                 end-if
            end-perform
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP020.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL005.
       COPY CSBHL026.
       COPY CSBHL113.
