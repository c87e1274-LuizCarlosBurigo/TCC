      *> no meio do dia volta ao ponto escolhido em vez de recuar ate
      *> o dump da extracao. Segue o modelo de subprograma chamavel de
      *> CSBH03002M.
      *> A area de devolucoes (CSBHD116) volta junto com as linhas de
      *> Devolucao que a alimentam.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS012.
           COPY CSBHS022.
           COPY CSBHS069.
           COPY CSBHS116.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF012.
           COPY CSBHF022.
           COPY CSBHF069.
           COPY CSBHF116.

           fd   trace-log.
           01   log-registro.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD116
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-reaplica-jornal
            close CSBHD008
            close CSBHD012
            close CSBHD022
            close CSBHD116

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
                               perform 9000-regravar-CSBHD022
                          end-if
                     end-if
                when "CSBHD116"
                     move fjrn-imagem              to ftri-devolucao-triagem
                     if   fjrn-op-exclusao
                          perform 9000-excluir-CSBHD116
                     else
                          perform 9000-gravar-CSBHD116
                          if   ws-registro-existente
                               perform 9000-regravar-CSBHD116
                          end-if
                     end-if
                when other
                     add 1                         to ws-qtde-desconhecidos
                     move spaces                   to ws-ds-tracelog
       COPY CSBHL008.
       COPY CSBHL012.
       COPY CSBHL022.
       COPY CSBHL116.
