      *> correcao aplicada, com a idade em dias - os com mais de
      *> c-dias-alerta dias saem gritados. E a prova, que antes nao
      *> existia, de que cada rejeicao foi tratada.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-ALERTA-REJEITO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS130.

           select arqrejeitos assign to wid-arquivo-rejeitos
                  status  is ws-resultado-acesso
                  organization is line sequential.
      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF130.

           fd   arqrejeitos.
           01   rej-registro.
                03 rej-execucao                     pic  9(14).
              05 ws-rsl-tabela                      pic x(10).
              05 ws-rsl-linha                       pic 9(09).

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-dias-alerta                        pic 9(05) value zeroes.
           03 ws-dias-alerta-edt                    pic zzzz9.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to ws-data-hoje
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-ALERTA-REJEITO"             to ws-par-cd-parametro
            move c-dias-alerta                     to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-dias-alerta
            move ws-dias-alerta                    to ws-dias-alerta-edt

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            string "Rejeitos de carga ainda em aberto"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha

            perform 2200-percorre-rejeitos

                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Em aberto ha mais de " ws-dias-alerta-edt " dias : "
                   ws-qtde-antigos delimited by size into rel-linha
            write rel-linha
            close relatorio
                  - function integer-of-date(ws-data-rejeito)
            move ws-idade-dias                     to ws-idade-edt
            move spaces                            to rel-linha
            if   ws-idade-dias > ws-dias-alerta
                 add 1                             to ws-qtde-antigos
                 string "  ### " rej-tabela " execucao " rej-execucao
                        " linha " rej-linha " (" ws-idade-edt " dias) "
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL130.
