       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02069R.
      *>=====================================================================
      *> Livro Registro de Inventario da empresa/filial corrente na data
      *> de referencia (lnk-dt-referencia; zero = 31/12 do ano anterior).
      *> CSBHD022 so conhece o saldo de hoje, entao a posicao e
      *> reconstituida repassando os movimentos ate a data:
      *>   + itens de Entrada (CSBHD008, data do cabecalho CSBHD007),
      *>     menos os de recebimento em consignacao de fornecedor
      *>     (cabecalho "C"): a mercadoria continua do fornecedor;
      *>   + consumo do consignado de fornecedor (CSBHD100): a Saida
      *>     que passou do estoque proprio comprou o que levou, na data
      *>     do consumo e ao preco de consignacao;
      *>   - itens de Saida nao cancelada (CSBHD004/CSBHD003);
      *>   + devolucoes de cliente (CSBHD012), inteiras na data da
      *>     devolucao - a mercadoria em triagem e da empresa; a parte
      *>     classificada "B" passa, na data da triagem (CSBHD116), ao
      *>     produto de segunda qualidade que a recebeu;
      *>   +/- ajustes de inventario aprovados (CSBHD021 tipo "J");
      *>   - devolucoes a fornecedor (CSBHD061);
      *>   - baixas de estoque (CSBHD062);
      *>   + consumos e retornos de consignacao (CSBHD076): o consumo
      *>     devolve a quantidade da Saida faturavel que ele gerou (a
      *>     mercadoria ja tinha saido na remessa) e o retorno e a volta
      *>     fisica ao saldo da filial;
      *>   +/- ordens de montagem de kit concluidas (CSBHD101/CSBHD102):
      *>     o que entra (kit na montagem, componentes na desmontagem)
      *>     conta como Entrada, pelo custo carimbado na conclusao.
      *> O estoque em poder de clientes em consignacao parte da posicao
      *> de CSBHD066 e desfaz as remessas, consumos e retornos
      *> posteriores a data; sai em secao propria do relatorio.
      *> Cada linha e valorada pelo custo da ultima Entrada do produto
      *> ate a data (valor da linha em CSBHD009 mais o frete da linha de
      *> recebimento, como no CSBH02019R), com descricao, unidade e NCM
      *> do cadastro CSBHD044.
      *> Alem do relatorio, grava o Bloco H da EFD (H001, H005, H010 e
      *> H990) em CSBH02069R.EFD no diretorio de extracao; o CSBH03056S
      *> incorpora esse bloco ao arquivo da EFD quando ele existe.
      *> Quantidade final negativa e listada com a marca "NEG" e fica
      *> fora do Bloco H - indica movimento faltando antes da data.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS012.
           COPY CSBHS021.
           COPY CSBHS044.
           COPY CSBHS061.
           COPY CSBHS062.
           COPY CSBHS066.
           COPY CSBHS076.
           COPY CSBHS100.
           COPY CSBHS101.
           COPY CSBHS102.
           COPY CSBHS116.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqefd assign to wid-arquivo-efd
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqitens assign to wid-arquivo-itens
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqterceiros assign to wid-arquivo-terceiros
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF012.
           COPY CSBHF021.
           COPY CSBHF044.
           COPY CSBHF061.
           COPY CSBHF062.
           COPY CSBHF066.
           COPY CSBHF076.
           COPY CSBHF100.
           COPY CSBHF101.
           COPY CSBHF102.
           COPY CSBHF116.
           COPY CSBHF999.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqefd.
           01   efd-linha                          pic  x(600).

           fd   arqitens.
           01   itn-linha                          pic  x(600).

           fd   arqterceiros.
           01   trc-linha                          pic  x(132).

           sd   ws-arquivo-sort.
           01   srt-inventario.
                03 srt-cd-produto                  pic 9(09).
                03 srt-posse                       pic x(01).
                   88 srt-posse-propria                      value "0".
                   88 srt-posse-terceiros                    value "1".
                03 srt-cd-cliente                  pic 9(09).
                03 srt-data                        pic 9(08).
                03 srt-tipo                        pic x(01).
                   88 srt-tipo-entrada                       value "E".
                   88 srt-tipo-movimento                     value "M".
                03 srt-quantidade                  pic s9(09).
                03 srt-custo-unitario              pic s9(09)v9(04).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02069R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02069r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02069r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-efd                      pic x(250).
           03 wid-arquivo-itens                    pic x(250).
           03 wid-arquivo-terceiros                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-id-saida-valida                   pic x(01) value spaces.
              88 ws-saida-valida                             value "S" "s".
           03 ws-id-fim-componente                 pic x(01) value spaces.
              88 ws-fim-componente                           value "S" "s".
           03 ws-id-entrada-localizada             pic x(01) value spaces.
              88 ws-entrada-localizada                       value "S" "s".
           03 ws-id-triagem-aberta                 pic x(01) value spaces.
              88 ws-triagem-aberta                           value "S" "s".
           03 ws-id-consumo-aberto                 pic x(01) value spaces.
              88 ws-consumo-aberto                           value "S" "s".
           03 ws-dt-referencia                     pic 9(08) value zeroes.
           03 filler redefines ws-dt-referencia.
              05 ws-dt-referencia-ano              pic 9(04).
              05 ws-dt-referencia-mes              pic 9(02).
              05 ws-dt-referencia-dia              pic 9(02).
           03 ws-dt-movimento                      pic 9(08) value zeroes.
           03 ws-saida-corrente                    pic 9(09) value zeroes.
           03 ws-dt-saida-corrente                 pic 9(08) value zeroes.
           03 ws-grupo-corrente.
              05 ws-grp-cd-produto                 pic 9(09).
              05 ws-grp-posse                      pic x(01).
                 88 ws-grp-posse-propria                     value "0".
              05 ws-grp-cd-cliente                 pic 9(09).
           03 ws-grp-quantidade                    pic s9(09) value zeroes.
           03 ws-custo-produto                     pic s9(09)v9(04) value zeroes.
           03 ws-valor-linha                       pic s9(13)v99 value zeroes.
           03 ws-valor-proprio                     pic s9(13)v99 value zeroes.
           03 ws-valor-terceiros                   pic s9(13)v99 value zeroes.
           03 ws-valor-inventario                  pic s9(13)v99 value zeroes.
           03 ws-unidade-item                      pic x(03) value spaces.
           03 ws-ds-item                           pic x(40) value spaces.
           03 ws-ncm-item                          pic 9(08) value zeroes.
           03 ws-marca-linha                       pic x(03) value spaces.
           03 ws-qtde-edt                          pic -(09)9.
           03 ws-custo-edt                         pic -(09)9,9999.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-valor-total-edt                   pic -(13)9,99.
           03 ws-qtde-movimentos                   pic 9(09) value zeroes.
           03 ws-qtde-itens-proprios               pic 9(09) value zeroes.
           03 ws-qtde-itens-terceiros              pic 9(09) value zeroes.
           03 ws-qtde-negativos                    pic 9(09) value zeroes.
           03 ws-qtde-sem-custo                    pic 9(09) value zeroes.
           03 ws-qtde-linhas-h010                  pic 9(09) value zeroes.

      *> Montagem das linhas do Bloco H, no padrao do CSBH03056S.
           03 ws-efd-linha                         pic x(600) value spaces.
           03 ws-efd-ponteiro                      pic 9(04) value zeroes.
           03 ws-efd-brancos                       pic 9(04) value zeroes.
           03 ws-efd-dt-inventario                 pic x(08) value spaces.
           03 ws-efd-valor                         pic s9(13)v99 value zeroes.
           03 ws-efd-valor-edt                     pic z(12)9.99.
           03 ws-efd-quantidade                    pic 9(09)v999 value zeroes.
           03 ws-efd-quantidade-edt                pic z(08)9.999.
           03 ws-efd-unitario                      pic 9(09)v9(06) value zeroes.
           03 ws-efd-unitario-edt                  pic z(08)9.999999.
           03 ws-efd-numero                        pic 9(09) value zeroes.
           03 ws-efd-numero-edt                    pic z(08)9.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros.
       MAIN-PROCEDURE.
      *>=====================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
          .
       0000-saida.
       exit program
       STOP RUN.
      *>=====================================================================
       1000-inicializacao section.
       1000.
            perform 9000-csbsp001-carga-inicial
            perform 9000-verifica-tracelog
            if   not lnk-sem-erro
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            if   lnk-dt-referencia not = zero
                 move lnk-dt-referencia            to ws-dt-referencia
            else
                 accept ws-data-inv                from date yyyymmdd
                 compute ws-dt-referencia-ano = ws-ano-inv - 1
                 move 12                           to ws-dt-referencia-mes
                 move 31                           to ws-dt-referencia-dia
            end-if
            string ws-dt-referencia-dia ws-dt-referencia-mes
                   ws-dt-referencia-ano
                   delimited by size into ws-efd-dt-inventario
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02069R.SRT" delimited by size into wid-arquivo-sort
            string lnk-dtbPath delimited by space,
                   "/CSBH02069R.H10" delimited by size into wid-arquivo-itens
            string lnk-dtbPath delimited by space,
                   "/CSBH02069R.TRC" delimited by size into wid-arquivo-terceiros
            string lnk-extractionPath delimited by space,
                   "/CSBH02069R.REL" delimited by size into wid-arquivo-relatorio
            string lnk-extractionPath delimited by space,
                   "/CSBH02069R.EFD" delimited by size into wid-arquivo-efd

            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD009
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD012
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD021
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD061
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD062
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD066
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD076
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD101
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD102
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD116
            if   ws-operacao-ok
                 move "S"                          to ws-id-triagem-aberta
            else
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
            perform 9000-abrir-i-CSBHD100
            if   ws-operacao-ok
                 move "S"                          to ws-id-consumo-aberto
            else
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 open output relatorio
                 open output arqitens
                 open output arqterceiros
                 move spaces                       to rel-linha
                 string "Livro Registro de Inventario - empresa "
                        lnk-cd-empresa " filial " lnk-cd-filial
                        " - posicao em " ws-dt-referencia-dia "/"
                        ws-dt-referencia-mes "/" ws-dt-referencia-ano
                        delimited by size into rel-linha
                 write rel-linha

                 sort ws-arquivo-sort
                      ascending key srt-cd-produto srt-posse
                                    srt-cd-cliente srt-data srt-tipo
                      input procedure  2100-gera-movimentos
                      output procedure 2200-gera-inventario

                 close arqitens
                 close arqterceiros
                 perform 2400-imprime-terceiros
                 perform 2500-grava-bloco-h
                 perform 2600-imprime-resumo

                 close relatorio
                 close CSBHD003
                 close CSBHD004
                 close CSBHD007
                 close CSBHD008
                 close CSBHD009
                 close CSBHD012
                 close CSBHD021
                 close CSBHD044
                 close CSBHD061
                 close CSBHD062
                 close CSBHD066
                 close CSBHD076
                 close CSBHD101
                 close CSBHD102
                 if   ws-triagem-aberta
                      close CSBHD116
                 end-if
                 if   ws-consumo-aberto
                      close CSBHD100
                 end-if
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Solta um registro de sort por movimento da filial ate a data de
      *> referencia (estoque proprio) e, para o estoque em consignacao,
      *> a posicao atual de CSBHD066 com os movimentos posteriores a data
      *> desfeitos.
       2100-gera-movimentos section.
       2100.
            perform 2110-movimenta-entradas
            perform 2120-movimenta-saidas
            perform 2130-movimenta-devolucoes
            perform 2140-movimenta-ajustes
            perform 2150-movimenta-devolucoes-fornecedor
            perform 2160-movimenta-baixas
            perform 2170-movimenta-consignacao
            perform 2180-movimenta-montagens
            perform 2190-movimenta-consumo-consignado
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Itens de Entrada: data do cabecalho (CSBHD007, localizado como
      *> no CSBH02019R) e custo unitario com o frete da linha embutido.
       2110-movimenta-entradas section.
       2110.
            initialize                             fddps-chave-1
            move lnk-cd-empresa                    to fddps-cd-empresa
            move lnk-cd-filial                     to fddps-cd-filial
            move low-values                        to fddps-cd-entrada
            perform 9000-str-CSBHD008-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD008-next
                 if   not ws-operacao-ok
                 or   fddps-cd-empresa not = lnk-cd-empresa
                 or   fddps-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      perform 2115-libera-entrada
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
       2115-libera-entrada section.
       2115.
      *> Linha drop-ship foi entregue pelo fornecedor direto ao cliente:
      *> nunca esteve em estoque.
            if   fddps-drop-ship
                 exit section
            end-if
            move fddps-cd-empresa                  to fdfnc-cd-empresa
            move fddps-cd-filial                   to fdfnc-cd-filial
            move fddps-cd-entrada                  to fdfnc-cd-entrada
            move low-values                        to fdfnc-cd-transpordadora
            perform 9000-str-CSBHD007-gtr
            move spaces                             to ws-id-entrada-localizada
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD007-next
                 if   ws-operacao-ok
                 and  fdfnc-cd-empresa equal fddps-cd-empresa
                 and  fdfnc-cd-filial  equal fddps-cd-filial
                 and  fdfnc-cd-entrada equal fddps-cd-entrada
                      move "S"                     to ws-id-entrada-localizada
                      move fdetd-data-entrada      to ws-dt-movimento
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
            if   not ws-entrada-localizada
            or   ws-dt-movimento > ws-dt-referencia
                 exit section
            end-if
      *> Recebimento em consignacao e do fornecedor ate ser consumido
      *> (2190).
            if   fdetd-consignacao-entrada
                 exit section
            end-if

            initialize                             srt-inventario
            move fddps-cd-produto                  to srt-cd-produto
            move "0"                               to srt-posse
            move ws-dt-movimento                   to srt-data
            move "E"                               to srt-tipo
            move fddps-quantidade                  to srt-quantidade

            initialize                             fdpdt-chave-1
            move fddps-cd-empresa                  to fdpdt-cd-empresa
            move fddps-cd-filial                   to fdpdt-cd-filial
            move fddps-cd-entrada                  to fdpdt-cd-entrada
            move fddps-cd-produto                  to fdpdt-cd-produto
            move fddps-sequencia                   to fdpdt-cd-sequencia
            perform 9000-ler-CSBHD009-ran
            if   ws-operacao-ok
            and  fddps-quantidade > zero
                 compute srt-custo-unitario rounded =
                         (fdpdt-valor
                          + fdetd-frete of fddps-item-entrada)
                         / fddps-quantidade
            end-if
            move "00"                              to ws-resultado-acesso

            add 1                                  to ws-qtde-movimentos
            release srt-inventario
           .
       2115-exit.
            exit.
      *>=====================================================================
      *> Itens de Saida: o cabecalho (CSBHD003) e lido uma vez por Saida
      *> para a data, a situacao e a marca de remessa em consignacao.
      *> Remessa posterior a data ainda nao estava no cliente: sai da
      *> posicao de consignacao (que parte de hoje).
       2120-movimenta-saidas section.
       2120.
            initialize                             feisd-chave-1
            move lnk-cd-empresa                    to feisd-cd-empresa
            move lnk-cd-filial                     to feisd-cd-filial
            move low-values                        to feisd-saida
            perform 9000-str-CSBHD004-gtr
            move spaces                             to ws-id-fim-arquivo
            move zeroes                            to ws-saida-corrente
            move spaces                            to ws-id-saida-valida
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-empresa not = lnk-cd-empresa
                 or   feisd-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   feisd-saida not = ws-saida-corrente
                           perform 2125-abre-saida
                      end-if
                      if   ws-saida-valida
                           perform 2128-libera-item-saida
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2120-exit.
            exit.
      *>=====================================================================
       2125-abre-saida section.
       2125.
            move feisd-saida                       to ws-saida-corrente
            move spaces                            to ws-id-saida-valida
            initialize                             fesd-chave-1
            move feisd-cd-empresa                  to fesd-cd-empresa
            move feisd-cd-filial                   to fesd-cd-filial
            move feisd-saida                       to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   ws-operacao-ok
            and  not fesd-situacao-cancelada
                 move "S"                          to ws-id-saida-valida
                 move fesd-data-saida              to ws-dt-saida-corrente
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2125-exit.
            exit.
      *>=====================================================================
       2128-libera-item-saida section.
       2128.
            if   feisd-drop-ship
                 exit section
            end-if
            initialize                             srt-inventario
            move feisd-cd-produto                  to srt-cd-produto
            move "M"                               to srt-tipo
            move ws-dt-saida-corrente              to srt-data
            if   ws-dt-saida-corrente not > ws-dt-referencia
                 move "0"                          to srt-posse
                 compute srt-quantidade = 0 - feisd-qtdade
                 add 1                             to ws-qtde-movimentos
                 release srt-inventario
            else
                 if   fesd-saida-consignacao
                      move "1"                     to srt-posse
                      move fesd-cd-cliente         to srt-cd-cliente
                      compute srt-quantidade = 0 - feisd-qtdade
                      add 1                        to ws-qtde-movimentos
                      release srt-inventario
                 end-if
            end-if
           .
       2128-exit.
            exit.
      *>=====================================================================
      *> Devolucoes de cliente (CSBHD012): voltam ao estoque da filial.
       2130-movimenta-devolucoes section.
       2130.
            initialize                             fddvl-chave-1
            move lnk-cd-empresa                    to fddvl-cd-empresa
            move lnk-cd-filial                     to fddvl-cd-filial
            move low-values                        to fddvl-cd-devolucao
            perform 9000-str-CSBHD012-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD012-next
                 if   not ws-operacao-ok
                 or   fddvl-cd-empresa not = lnk-cd-empresa
                 or   fddvl-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      move fddvl-data-devolucao    to ws-dt-movimento
                      if   ws-dt-movimento not > ws-dt-referencia
                           initialize              srt-inventario
                           move fddvl-cd-produto   to srt-cd-produto
                           move "0"                to srt-posse
                           move ws-dt-movimento    to srt-data
                           move "M"                to srt-tipo
                           move fddvl-qtdade       to srt-quantidade
                           add 1                   to ws-qtde-movimentos
                           release srt-inventario
                           perform 2135-transfere-segunda
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2130-exit.
            exit.
      *>=====================================================================
      *> Segunda qualidade levada a outro produto pela triagem (CSBHD116)
      *> muda de produto na data da triagem.
       2135-transfere-segunda section.
       2135.
            if   not ws-triagem-aberta
                 exit section
            end-if
            initialize                             ftri-chave-1
            move fddvl-cd-empresa                  to ftri-cd-empresa
            move fddvl-cd-filial                   to ftri-cd-filial
            move fddvl-cd-devolucao                to ftri-cd-devolucao
            move fddvl-cd-sequencia                to ftri-cd-sequencia
            perform 9000-ler-CSBHD116-ran
            if   ws-operacao-ok
            and  ftri-qtde-segunda > zeroes
            and  ftri-cd-produto-segunda not equal ftri-cd-produto
            and  ftri-data-triagem not > ws-dt-referencia
                 initialize                        srt-inventario
                 move ftri-cd-produto              to srt-cd-produto
                 move "0"                          to srt-posse
                 move ftri-data-triagem            to srt-data
                 move "M"                          to srt-tipo
                 compute srt-quantidade = 0 - ftri-qtde-segunda
                 add 1                             to ws-qtde-movimentos
                 release srt-inventario
                 move ftri-cd-produto-segunda      to srt-cd-produto
                 move ftri-qtde-segunda            to srt-quantidade
                 add 1                             to ws-qtde-movimentos
                 release srt-inventario
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2135-exit.
            exit.
      *>=====================================================================
      *> Ajustes de inventario aprovados (CSBHD021 tipo "J"), com sinal.
       2140-movimenta-ajustes section.
       2140.
            initialize                             fcnt-chave-1
            move lnk-cd-empresa                    to fcnt-cd-empresa
            move lnk-cd-filial                     to fcnt-cd-filial
            move low-values                        to fcnt-cd-contagem
            perform 9000-str-CSBHD021-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD021-next
                 if   not ws-operacao-ok
                 or   fcnt-cd-empresa not = lnk-cd-empresa
                 or   fcnt-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      move fcnt-data-contagem      to ws-dt-movimento
                      if   fcnt-tipo-ajuste
                      and  fcnt-situacao-aprovada
                      and  fcnt-qtdade-ajuste not = zero
                      and  ws-dt-movimento not > ws-dt-referencia
                           initialize              srt-inventario
                           move fcnt-cd-produto    to srt-cd-produto
                           move "0"                to srt-posse
                           move ws-dt-movimento    to srt-data
                           move "M"                to srt-tipo
                           move fcnt-qtdade-ajuste to srt-quantidade
                           add 1                   to ws-qtde-movimentos
                           release srt-inventario
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2140-exit.
            exit.
      *>=====================================================================
      *> Devolucoes a fornecedor (CSBHD061): saem do estoque da filial.
       2150-movimenta-devolucoes-fornecedor section.
       2150.
            initialize                             fdvf-chave-1
            move lnk-cd-empresa                    to fdvf-cd-empresa
            move lnk-cd-filial                     to fdvf-cd-filial
            move low-values                        to fdvf-cd-devolucao
            perform 9000-str-CSBHD061-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD061-next
                 if   not ws-operacao-ok
                 or   fdvf-cd-empresa not = lnk-cd-empresa
                 or   fdvf-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fdvf-data-devolucao not > ws-dt-referencia
                           initialize              srt-inventario
                           move fdvf-cd-produto    to srt-cd-produto
                           move "0"                to srt-posse
                           move fdvf-data-devolucao
                                                   to srt-data
                           move "M"                to srt-tipo
                           compute srt-quantidade = 0 - fdvf-qtdade
                           add 1                   to ws-qtde-movimentos
                           release srt-inventario
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Baixas de estoque (CSBHD062): perdas, avarias e consumo interno.
       2160-movimenta-baixas section.
       2160.
            initialize                             fbxa-chave-1
            move lnk-cd-empresa                    to fbxa-cd-empresa
            move lnk-cd-filial                     to fbxa-cd-filial
            move low-values                        to fbxa-cd-baixa
            perform 9000-str-CSBHD062-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD062-next
                 if   not ws-operacao-ok
                 or   fbxa-cd-empresa not = lnk-cd-empresa
                 or   fbxa-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fbxa-data-baixa not > ws-dt-referencia
                           initialize              srt-inventario
                           move fbxa-cd-produto    to srt-cd-produto
                           move "0"                to srt-posse
                           move fbxa-data-baixa    to srt-data
                           move "M"                to srt-tipo
                           compute srt-quantidade = 0 - fbxa-qtdade
                           add 1                   to ws-qtde-movimentos
                           release srt-inventario
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2160-exit.
            exit.
      *>=====================================================================
      *> Consignacao: posicao atual em poder de cada cliente (CSBHD066) e
      *> os movimentos de CSBHD076. Ate a data, consumo e retorno voltam
      *> ao estoque proprio (o consumo anula a Saida que gerou); depois
      *> da data, a quantidade ainda estava no cliente e e somada de
      *> volta a posicao de consignacao.
       2170-movimenta-consignacao section.
       2170.
            initialize                             fcsg-chave-1
            move lnk-cd-empresa                    to fcsg-cd-empresa
            move lnk-cd-filial                     to fcsg-cd-filial
            move low-values                        to fcsg-cd-cliente
            perform 9000-str-CSBHD066-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD066-next
                 if   not ws-operacao-ok
                 or   fcsg-cd-empresa not = lnk-cd-empresa
                 or   fcsg-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fcsg-qtde-em-poder not = zero
                           initialize              srt-inventario
                           move fcsg-cd-produto    to srt-cd-produto
                           move "1"                to srt-posse
                           move fcsg-cd-cliente    to srt-cd-cliente
                           move "M"                to srt-tipo
                           move fcsg-qtde-em-poder to srt-quantidade
                           add 1                   to ws-qtde-movimentos
                           release srt-inventario
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            initialize                             fcsm-chave-1
            move lnk-cd-empresa                    to fcsm-cd-empresa
            move lnk-cd-filial                     to fcsm-cd-filial
            move low-values                        to fcsm-cd-cliente
            perform 9000-str-CSBHD076-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD076-next
                 if   not ws-operacao-ok
                 or   fcsm-cd-empresa not = lnk-cd-empresa
                 or   fcsm-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      initialize                   srt-inventario
                      move fcsm-cd-produto         to srt-cd-produto
                      move fcsm-data-movimento     to srt-data
                      move "M"                     to srt-tipo
                      move fcsm-qtdade             to srt-quantidade
                      if   fcsm-data-movimento not > ws-dt-referencia
                           move "0"                to srt-posse
                      else
                           move "1"                to srt-posse
                           move fcsm-cd-cliente    to srt-cd-cliente
                      end-if
                      add 1                        to ws-qtde-movimentos
                      release srt-inventario
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2170-exit.
            exit.
      *>=====================================================================
      *> Ordens de montagem de kit concluidas ate a data (CSBHD101), na
      *> data da conclusao: na montagem os componentes saem e o kit
      *> entra pelo custo da ordem; na desmontagem o kit sai e cada
      *> componente entra pelo custo rateado na linha (CSBHD102).
       2180-movimenta-montagens section.
       2180.
            initialize                             fomk-chave-1
            move lnk-cd-empresa                    to fomk-cd-empresa
            move lnk-cd-filial                     to fomk-cd-filial
            move low-values                        to fomk-cd-ordem
            perform 9000-str-CSBHD101-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD101-next
                 if   not ws-operacao-ok
                 or   fomk-cd-empresa not = lnk-cd-empresa
                 or   fomk-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fomk-situacao-concluida
                      and  fomk-data-conclusao not > ws-dt-referencia
                           initialize              srt-inventario
                           move fomk-cd-kit        to srt-cd-produto
                           move "0"                to srt-posse
                           move fomk-data-conclusao
                                                   to srt-data
                           if   fomk-montagem
                                move "E"           to srt-tipo
                                move fomk-qtdade   to srt-quantidade
                                move fomk-custo-unitario-kit
                                                   to srt-custo-unitario
                           else
                                move "M"           to srt-tipo
                                compute srt-quantidade = 0 - fomk-qtdade
                           end-if
                           add 1                   to ws-qtde-movimentos
                           release srt-inventario
                           perform 2185-movimenta-componentes
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2180-exit.
            exit.
      *>=====================================================================
       2185-movimenta-componentes section.
       2185.
            initialize                             fomc-chave-1
            move fomk-cd-empresa                   to fomc-cd-empresa
            move fomk-cd-filial                    to fomc-cd-filial
            move fomk-cd-ordem                     to fomc-cd-ordem
            perform 9000-str-CSBHD102-gtr
            move spaces                            to ws-id-fim-componente
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-componente
            end-if
            perform until ws-fim-componente
                 perform 9000-ler-CSBHD102-next
                 if   not ws-operacao-ok
                 or   fomc-cd-empresa not = fomk-cd-empresa
                 or   fomc-cd-filial  not = fomk-cd-filial
                 or   fomc-cd-ordem   not = fomk-cd-ordem
                      move "S"                     to ws-id-fim-componente
                 else
                      initialize                   srt-inventario
                      move fomc-cd-componente      to srt-cd-produto
                      move "0"                     to srt-posse
                      move fomk-data-conclusao     to srt-data
                      if   fomk-montagem
                           move "M"                to srt-tipo
                           compute srt-quantidade =
                                   0 - fomc-qtdade-necessaria
                      else
                           move "E"                to srt-tipo
                           move fomc-qtdade-necessaria
                                                   to srt-quantidade
                           move fomc-custo-unitario
                                                   to srt-custo-unitario
                      end-if
                      add 1                        to ws-qtde-movimentos
                      release srt-inventario
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2185-exit.
            exit.
      *>=====================================================================
      *> Consumo do consignado de fornecedor (CSBHD100) ate a data: a
      *> Saida ja abateu a quantidade do estoque proprio, e o consumo
      *> e a compra que a cobre - entra como Entrada, ao preco de
      *> consignacao.
       2190-movimenta-consumo-consignado section.
       2190.
            if   not ws-consumo-aberto
                 exit section
            end-if
            initialize                             fcfm-chave-1
            move lnk-cd-empresa                    to fcfm-cd-empresa
            move lnk-cd-filial                     to fcfm-cd-filial
            move low-values                        to fcfm-saida
            perform 9000-str-CSBHD100-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD100-next
                 if   not ws-operacao-ok
                 or   fcfm-cd-empresa not = lnk-cd-empresa
                 or   fcfm-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fcfm-data-consumo not > ws-dt-referencia
                           initialize              srt-inventario
                           move fcfm-cd-produto    to srt-cd-produto
                           move "0"                to srt-posse
                           move fcfm-data-consumo  to srt-data
                           move "E"                to srt-tipo
                           move fcfm-qtde-consumida
                                                   to srt-quantidade
                           move fcfm-valor-unitario
                                                   to srt-custo-unitario
                           add 1                   to ws-qtde-movimentos
                           release srt-inventario
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2190-exit.
            exit.
      *>=====================================================================
      *> Totaliza a quantidade por produto/posse/cliente; a ultima
      *> Entrada do produto ate a data (o sort traz as datas em ordem)
      *> fixa o custo, que vale tambem para a linha em consignacao.
       2200-gera-inventario section.
       2200.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Estoque proprio em poder da filial" delimited by size
                   into rel-linha
            write rel-linha
            perform 2290-grava-cabecalho-colunas

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-arquivo
            end-return
            perform until ws-fim-arquivo
                 if   ws-primeiro-grupo
                      perform 2230-abre-grupo
                 else
                      if   srt-cd-produto not = ws-grp-cd-produto
                      or   srt-posse      not = ws-grp-posse
                      or   srt-cd-cliente not = ws-grp-cd-cliente
                           perform 2240-fecha-grupo
                           perform 2230-abre-grupo
                      end-if
                 end-if
                 if   srt-tipo-entrada
                 and  srt-custo-unitario > zero
                      move srt-custo-unitario      to ws-custo-produto
                 end-if
                 add srt-quantidade                to ws-grp-quantidade
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-arquivo
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2240-fecha-grupo
            end-if

            move ws-valor-proprio                  to ws-valor-total-edt
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Total do estoque proprio" delimited by size,
                   "                                    "
                   "                                 " ws-valor-total-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2200-exit.
            exit.
      *>=====================================================================
       2230-abre-grupo section.
       2230.
            if   ws-primeiro-grupo
            or   srt-cd-produto not = ws-grp-cd-produto
                 move zeroes                       to ws-custo-produto
                 perform 2235-carrega-produto
            end-if
            move srt-cd-produto                    to ws-grp-cd-produto
            move srt-posse                         to ws-grp-posse
            move srt-cd-cliente                    to ws-grp-cd-cliente
            move zeroes                            to ws-grp-quantidade
            move spaces                            to ws-id-primeiro-grupo
           .
       2230-exit.
            exit.
      *>=====================================================================
       2235-carrega-produto section.
       2235.
            initialize                             fprd-chave-1
            move srt-cd-produto                    to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
                 move fprd-ds-produto              to ws-ds-item
                 move fprd-unidade-medida          to ws-unidade-item
                 move fprd-ncm                     to ws-ncm-item
            else
                 move "PRODUTO SEM CADASTRO"       to ws-ds-item
                 move spaces                       to ws-unidade-item
                 move zeroes                       to ws-ncm-item
            end-if
            if   ws-unidade-item equal spaces
                 move "UN"                         to ws-unidade-item
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2235-exit.
            exit.
      *>=====================================================================
      *> Fecha a linha do inventario: quantidade zero nao sai; negativa
      *> sai so no relatorio, marcada; as demais vao tambem para o H010.
       2240-fecha-grupo section.
       2240.
            if   ws-grp-quantidade = zero
                 exit section
            end-if
            move spaces                            to ws-marca-linha
            if   ws-grp-quantidade < zero
                 move "NEG"                        to ws-marca-linha
                 add 1                             to ws-qtde-negativos
                 move zeroes                       to ws-valor-linha
            else
                 if   ws-custo-produto = zero
                      move "S/C"                   to ws-marca-linha
                      add 1                        to ws-qtde-sem-custo
                 end-if
                 compute ws-valor-linha rounded =
                         ws-grp-quantidade * ws-custo-produto
            end-if

            move ws-grp-quantidade                 to ws-qtde-edt
            move ws-custo-produto                  to ws-custo-edt
            move ws-valor-linha                    to ws-valor-edt
            if   ws-grp-posse-propria
                 add 1                             to ws-qtde-itens-proprios
                 add ws-valor-linha                to ws-valor-proprio
                 move spaces                       to rel-linha
                 string ws-grp-cd-produto " " ws-ds-item " "
                        ws-unidade-item " " ws-ncm-item " " ws-qtde-edt
                        " " ws-custo-edt " " ws-valor-edt " "
                        ws-marca-linha
                        delimited by size into rel-linha
                 write rel-linha
            else
                 add 1                             to ws-qtde-itens-terceiros
                 add ws-valor-linha                to ws-valor-terceiros
                 move spaces                       to trc-linha
                 string ws-grp-cd-cliente " " ws-grp-cd-produto " "
                        ws-ds-item (1:30) " " ws-unidade-item " "
                        ws-ncm-item " " ws-qtde-edt " " ws-custo-edt
                        " " ws-valor-edt " " ws-marca-linha
                        delimited by size into trc-linha
                 write trc-linha
            end-if

            if   ws-grp-quantidade > zero
                 perform 2250-grava-h010
            end-if
           .
       2240-exit.
            exit.
      *>=====================================================================
      *> H010: COD_ITEM|UNID|QTD|VL_UNIT|VL_ITEM|IND_PROP|COD_PART|
      *> TXT_COMPL|COD_CTA|VL_ITEM_IR; o participante segue o codigo do
      *> 0150 do CSBH03056S ("C" + cliente).
       2250-grava-h010 section.
       2250.
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|H010|" ws-grp-cd-produto "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            string ws-unidade-item delimited by space,
                   "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro

            move ws-grp-quantidade                 to ws-efd-quantidade
            move ws-efd-quantidade                 to ws-efd-quantidade-edt
            inspect ws-efd-quantidade-edt replacing all "." by ","
            move zeroes                            to ws-efd-brancos
            inspect ws-efd-quantidade-edt tallying ws-efd-brancos
                    for leading spaces
            string ws-efd-quantidade-edt (ws-efd-brancos + 1:) delimited by size,
                   "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro

            move ws-custo-produto                  to ws-efd-unitario
            move ws-efd-unitario                   to ws-efd-unitario-edt
            inspect ws-efd-unitario-edt replacing all "." by ","
            move zeroes                            to ws-efd-brancos
            inspect ws-efd-unitario-edt tallying ws-efd-brancos
                    for leading spaces
            string ws-efd-unitario-edt (ws-efd-brancos + 1:) delimited by size,
                   "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro

            move ws-valor-linha                    to ws-efd-valor
            perform 2960-acrescenta-valor

            if   ws-grp-posse-propria
                 string "0||" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
            else
                 string "1|C" ws-grp-cd-cliente "|" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
            end-if
            string "|||" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro

            move ws-efd-linha                      to itn-linha
            write itn-linha
            add 1                                  to ws-qtde-linhas-h010
            add ws-valor-linha                     to ws-valor-inventario
           .
       2250-exit.
            exit.
      *>=====================================================================
       2290-grava-cabecalho-colunas section.
       2290.
            move spaces                            to rel-linha
            string "Produto   Descricao                                "
                   "Uni NCM      Quantidade      Custo unit."
                   "            Valor"
                   delimited by size into rel-linha
            write rel-linha
           .
       2290-exit.
            exit.
      *>=====================================================================
      *> Secao do estoque em poder de clientes (consignacao), montada
      *> durante o sort no arquivo de trabalho.
       2400-imprime-terceiros section.
       2400.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Estoque proprio em poder de terceiros "
                   "(consignacao em clientes)" delimited by size
                   into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Cliente   Produto   Descricao                     "
                   " Uni NCM      Quantidade      Custo unit."
                   "            Valor"
                   delimited by size into rel-linha
            write rel-linha

            open input arqterceiros
            move spaces                             to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 read arqterceiros
                      at end
                           move "S"                to ws-id-fim-arquivo
                      not at end
                           move trc-linha          to rel-linha
                           write rel-linha
                 end-read
            end-perform
            close arqterceiros
            move "00"                              to ws-resultado-acesso

            move ws-valor-terceiros                to ws-valor-total-edt
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Total em poder de terceiros" delimited by size,
                   "                                    "
                   "                              " ws-valor-total-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Bloco H completo: H005 com o valor total do inventario (motivo
      *> 01 - final do periodo), os H010 do arquivo de trabalho e o H990.
       2500-grava-bloco-h section.
       2500.
            open output arqefd
            move "|H001|0|"                        to efd-linha
            write efd-linha

            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|H005|" ws-efd-dt-inventario "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-valor-inventario               to ws-efd-valor
            perform 2960-acrescenta-valor
            string "01|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-efd-linha                      to efd-linha
            write efd-linha

            open input arqitens
            move spaces                             to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 read arqitens
                      at end
                           move "S"                to ws-id-fim-arquivo
                      not at end
                           move itn-linha          to efd-linha
                           write efd-linha
                 end-read
            end-perform
            close arqitens
            move "00"                              to ws-resultado-acesso

            compute ws-efd-numero = ws-qtde-linhas-h010 + 3
            move ws-efd-numero                     to ws-efd-numero-edt
            move zeroes                            to ws-efd-brancos
            inspect ws-efd-numero-edt tallying ws-efd-brancos
                    for leading spaces
            move spaces                            to efd-linha
            string "|H990|" ws-efd-numero-edt (ws-efd-brancos + 1:) "|"
                   delimited by size into efd-linha
            write efd-linha
            close arqefd
           .
       2500-exit.
            exit.
      *>=====================================================================
       2600-imprime-resumo section.
       2600.
            move ws-valor-inventario               to ws-valor-total-edt
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Valor total do inventario (H005): "
                   ws-valor-total-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Movimentos repassados     : " ws-qtde-movimentos
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Itens em estoque proprio  : " ws-qtde-itens-proprios
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Itens em poder de terceiro: " ws-qtde-itens-terceiros
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Itens com saldo negativo  : " ws-qtde-negativos
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Itens sem custo de entrada: " ws-qtde-sem-custo
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2600-exit.
            exit.
      *>=====================================================================
      *> Valor com duas decimais, virgula decimal, sem zeros a esquerda.
       2960-acrescenta-valor section.
       2960.
            if   ws-efd-valor < zero
                 compute ws-efd-valor = 0 - ws-efd-valor
            end-if
            move ws-efd-valor                      to ws-efd-valor-edt
            inspect ws-efd-valor-edt replacing all "." by ","
            move zeroes                            to ws-efd-brancos
            inspect ws-efd-valor-edt tallying ws-efd-brancos
                    for leading spaces
            string ws-efd-valor-edt (ws-efd-brancos + 1:) delimited by size,
                   "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
           .
       2960-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            close trace-log

            move "3000-finalizacao - Fim"          to ws-ds-tracelog
            perform 9000-tracelog
           .
       3000-exit.
            exit.
      *>=====================================================================
       9000-verifica-tracelog section.
       9000.
            initialize                             ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, ".TRACELOG" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            move Return-Code                    to ws-id-tracelog-csbh02069r

            if   ws-tracelog-csbh02069r
                 accept ws-data-inv from date yyyymmdd
                 string lnk-dtbLog delimited by spaces, este-programa, "_",
                        lnk-cd-empresa lnk-cd-filial delimited by size,
                        ws-data-inv delimited by size, ".LOG" into wid-arquivo-log
                 open extend trace-log
                 if   not ws-operacao-ok
                     open output trace-log
                 end-if
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-tracelog section.
       9000.
            if   ws-tracelog-csbh02069r
            and  (not lnk-log-nivel-somente-erros or ws-ds-tracelog (1:4) = "Erro")
                 accept ws-horas                   from time
                 move spaces                       to log-linha
                 string ws-dia-inv "/" ws-mes-inv "/" ws-ano-inv, " ",
                        ws-hora ":" ws-minutos ":" ws-segundos ":"
                        ws-horas (7:2) " - " ws-ds-tracelog into log-linha
                 write log-registro
            end-if
            move spaces                            to ws-ds-tracelog
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-controle-abertura section.
       9000.
            if   not processamento-sem-erro
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL012.
       COPY CSBHL021.
       COPY CSBHL044.
       COPY CSBHL061.
       COPY CSBHL062.
       COPY CSBHL066.
       COPY CSBHL076.
       COPY CSBHL100.
       COPY CSBHL101.
       COPY CSBHL102.
       COPY CSBHL116.
       COPY CSBHL999.
