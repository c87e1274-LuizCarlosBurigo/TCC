       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03056S.
      *>=====================================================================
      *> Geracao do arquivo da EFD ICMS/IPI (SPED fiscal) do periodo
      *> para a empresa/filial corrente, no layout texto delimitado por
      *> "|" que o contador importa no validador:
      *>   bloco 0 - abertura, participantes (clientes CSBHD013 e
      *>             fornecedores CSBHD006 movimentados no periodo),
      *>             unidades (CSBHD044 e as alternativas de CSBHD074)
      *>             e itens (CSBHD044, fatores de conversao CSBHD074);
      *>   bloco C - C100/C170/C190 por nota: Saidas (CSBHD003/004,
      *>             impostos de CSBHD031) e Entradas (CSBHD007/008,
      *>             valores de CSBHD009, credito a aliquota padrao da
      *>             casa, a mesma do CSBH03034I);
      *>   bloco E - E110 com a apuracao gravada pelo CSBH03034I
      *>             (CSBHD054);
      *>   bloco H - inventario gerado pelo CSBH02069R (CSBH02069R.EFD no
      *>             diretorio de extracao), incorporado so quando o
      *>             arquivo existe; os itens e os clientes em poder de
      *>             quem esta a mercadoria entram tambem no bloco 0;
      *>   bloco 9 - quantidade de linhas por registro e totais.
      *> O periodo vem em lnk-periodo-fechamento (zero gera o mes
      *> anterior, como no fechamento CSBH03003F). O periodo precisa
      *> estar fechado em CSBHD016 e apurado em CSBHD054; sem um dos
      *> dois o arquivo nao e gerado e a execucao termina em falha, para
      *> que o arquivo entregue bata sempre com os numeros fechados.
      *> Os registros do bloco 0 e do bloco C passam por um sort: o
      *> bloco 0 sai sem duplicidade pela chave do participante/unidade/
      *> item, e o bloco C sai agrupado por nota (C100, itens, C190).
      *> O CFOP do C170/C190 e o gravado no cabecalho da nota (fesd-cfop/
      *> fdetd-cfop, natureza de operacao CSBHD077).
      *> Base e valor do ICMS-ST do C100 de Saida vem da linha IST de
      *> CSBHD031 (regra de ST CSBHD078, calculada na carga).
      *> Entrada de importacao com a declaracao rateada (CSBHD082/
      *> CSBHD084, CSBH03059L) leva no C100/C170 o ICMS pago no
      *> desembaraco, o mesmo que o CSBH03034I credita no E110.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-ALIQ-CREDITO-ICMS.
      *> Os valores em vigor vao para o tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS001.
           COPY CSBHS002.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS006.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS082.
           COPY CSBHS084.
           COPY CSBHS130.
           COPY CSBHS013.
           COPY CSBHS014.
           COPY CSBHS016.
           COPY CSBHS031.
           COPY CSBHS033.
           COPY CSBHS044.
           COPY CSBHS054.
           COPY CSBHS074.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqefd assign to wid-arquivo-efd
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqinventario assign to wid-arquivo-inventario
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF001.
           COPY CSBHF002.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF006.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF082.
           COPY CSBHF084.
           COPY CSBHF130.
           COPY CSBHF013.
           COPY CSBHF014.
           COPY CSBHF016.
           COPY CSBHF031.
           COPY CSBHF033.
           COPY CSBHF044.
           COPY CSBHF054.
           COPY CSBHF074.
           COPY CSBHF999.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   arqefd.
           01   efd-linha                          pic  x(600).

           fd   arqinventario.
           01   inv-linha                          pic  x(600).

           sd   ws-arquivo-sort.
           01   srt-efd.
                03 srt-bloco                       pic x(01).
                03 srt-chave.
                   05 srt-chave-registro           pic x(04).
                   05 srt-chave-conteudo           pic x(26).
                03 srt-chave-participante redefines srt-chave.
                   05 filler                       pic x(04).
                   05 srt-part-tipo                pic x(01).
                      88 srt-part-cliente                    value "C".
                      88 srt-part-fornecedor                 value "F".
                   05 srt-part-codigo              pic 9(09).
                   05 filler                       pic x(16).
                03 srt-chave-unidade redefines srt-chave.
                   05 filler                       pic x(04).
                   05 srt-unid-codigo              pic x(03).
                   05 filler                       pic x(23).
                03 srt-chave-item redefines srt-chave.
                   05 filler                       pic x(04).
                   05 srt-item-codigo              pic 9(09).
                   05 filler                       pic x(17).
                03 srt-sequencia                   pic 9(09).
                03 srt-registro                    pic x(04).
                03 srt-linha                       pic x(600).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03056S".
      *> Aliquota padrao do credito de ICMS sobre as Entradas: a mesma
      *> regra de credito da apuracao (CSBH03034I), para que o C190 das
      *> notas de entrada feche com o E110.
       78  c-aliquota-credito-padrao                         value 12.00.
       78  c-efd-versao-leiaute                              value "017".
       78  c-efd-max-registros                               value 40.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03056s             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03056s                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-efd                      pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 wid-arquivo-inventario               pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-itens                      pic x(01) value spaces.
              88 ws-fim-itens                                value "S" "s".
           03 ws-id-fim-unidades                   pic x(01) value spaces.
              88 ws-fim-unidades                             value "S" "s".
           03 ws-id-fim-sort                       pic x(01) value spaces.
              88 ws-fim-sort                                 value "S" "s".
           03 ws-id-periodo-valido                 pic x(01) value spaces.
              88 ws-periodo-valido                           value "S" "s".
           03 ws-id-bloco-c-aberto                 pic x(01) value spaces.
              88 ws-bloco-c-aberto                           value "S" "s".
           03 ws-id-bloco-h-aberto                 pic x(01) value spaces.
              88 ws-bloco-h-aberto                           value "S" "s".
           03 ws-id-inventario                     pic 9(03) value 999.
              88 ws-inventario-disponivel                    value zeroes.
           03 ws-id-fim-inventario                 pic x(01) value spaces.
              88 ws-fim-inventario                           value "S" "s".
           03 ws-qtde-linhas-inventario            pic 9(09) value zeroes.
      *> Campos do H005/H010 lidos do arquivo do inventario.
           03 ws-inventario-campos.
              05 ws-inv-vazio                      pic x(01).
              05 ws-inv-registro                   pic x(04).
              05 ws-inv-cod-item                   pic 9(09).
              05 ws-inv-unidade                    pic x(06).
              05 ws-inv-quantidade                 pic x(20).
              05 ws-inv-unitario                   pic x(20).
              05 ws-inv-valor                      pic x(20).
              05 ws-inv-ind-prop                   pic x(01).
              05 ws-inv-cod-part                   pic x(10).
           03 ws-periodo-ano                       pic 9(04) value zeroes.
           03 ws-periodo-mes                       pic 9(02) value zeroes.
           03 ws-ultimo-dia                        pic 9(02) value zeroes.
           03 ws-resto-bissexto                    pic 9(04) value zeroes.
           03 ws-quociente-bissexto                pic 9(04) value zeroes.
           03 ws-efd-dt-inicial                    pic x(08) value spaces.
           03 ws-efd-dt-final                      pic x(08) value spaces.
           03 ws-qtde-documentos                   pic 9(09) value zeroes.
           03 ws-qtde-saidas                       pic 9(09) value zeroes.
           03 ws-qtde-entradas                     pic 9(09) value zeroes.
           03 ws-chave-anterior                    pic x(30) value spaces.
           03 ws-unidade-item                      pic x(03) value spaces.
           03 ws-cd-participante                   pic x(10) value spaces.

      *> Impostos da nota corrente (detalhe CSBHD031 ou credito padrao).
           03 ws-nota-impostos.
              05 ws-nota-base-icms                 pic s9(11)v99 value zeroes.
              05 ws-nota-aliquota-icms             pic  9(03)v99 value zeroes.
              05 ws-nota-valor-icms                pic s9(11)v99 value zeroes.
              05 ws-nota-valor-ipi                 pic s9(11)v99 value zeroes.
              05 ws-nota-valor-pis                 pic s9(11)v99 value zeroes.
              05 ws-nota-valor-cofins              pic s9(11)v99 value zeroes.
              05 ws-nota-base-icms-st              pic s9(11)v99 value zeroes.
              05 ws-nota-valor-icms-st             pic s9(11)v99 value zeroes.
              05 ws-nota-valor-mercadoria          pic s9(11)v99 value zeroes.
           03 ws-item-base-icms                    pic s9(11)v99 value zeroes.
           03 ws-item-valor-icms                   pic s9(11)v99 value zeroes.
           03 ws-efd-num-item                      pic 9(09) value zeroes.
           03 ws-efd-cfop                          pic x(04) value spaces.
           03 ws-efd-cst-icms                      pic x(03) value "000".

      *> Apuracao do periodo (CSBHD054), guardada na validacao.
           03 ws-apuracao.
              05 ws-apu-total-debitos              pic s9(11)v99 value zeroes.
              05 ws-apu-total-creditos             pic s9(11)v99 value zeroes.
              05 ws-apu-saldo-credor-anterior      pic s9(11)v99 value zeroes.
              05 ws-apu-saldo-apurado              pic s9(11)v99 value zeroes.
              05 ws-apu-saldo-credor-proximo       pic s9(11)v99 value zeroes.

      *> Montagem da linha: cada campo e acrescentado com o "|" final.
           03 ws-efd-registro                      pic x(04) value spaces.
           03 ws-efd-linha                         pic x(600) value spaces.
           03 ws-efd-ponteiro                      pic 9(04) value zeroes.
           03 ws-efd-campo                         pic x(100) value spaces.
           03 ws-efd-valor                         pic s9(11)v99 value zeroes.
           03 ws-efd-valor-edt                     pic z(10)9.99.
           03 ws-efd-numero                        pic 9(11) value zeroes.
           03 ws-efd-numero-edt                    pic z(10)9.
           03 ws-efd-fator                         pic 9(07)v999 value zeroes.
           03 ws-efd-fator-edt                     pic z(06)9.999.
           03 ws-efd-brancos                       pic 9(04) value zeroes.
           03 ws-efd-qtde-bloco                    pic 9(09) value zeroes.
           03 ws-efd-qtde-total                    pic 9(09) value zeroes.
           03 ws-efd-qtde-tipos                    pic 9(04) value zeroes.
           03 ws-idx-efd-tipo                      pic 9(04) value zeroes.
           03 ws-efd-tipo-item occurs 40 times.
              05 ws-efd-tipo-registro              pic x(04).
              05 ws-efd-tipo-qtde                  pic 9(09).

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-aliquota-credito-padrao            pic 9(03)v99 value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
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
            perform 1050-carrega-parametros
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            if   lnk-periodo-fechamento equal zeroes
                 move ws-ano-inv                   to ws-periodo-ano
                 move ws-mes-inv                   to ws-periodo-mes
                 if   ws-periodo-mes equal 1
                      move 12                      to ws-periodo-mes
                      subtract 1                   from ws-periodo-ano
                 else
                      subtract 1                   from ws-periodo-mes
                 end-if
            else
                 move lnk-periodo-fechamento (1:4) to ws-periodo-ano
                 move lnk-periodo-fechamento (5:2) to ws-periodo-mes
            end-if

      *> Ultimo dia do periodo para o DT_FIN dos registros 0000/E100.
            evaluate ws-periodo-mes
                when 4
                when 6
                when 9
                when 11
                     move 30                       to ws-ultimo-dia
                when 2
                     divide ws-periodo-ano by 4 giving ws-quociente-bissexto
                            remainder ws-resto-bissexto
                     if   ws-resto-bissexto equal zeroes
                          move 29                  to ws-ultimo-dia
                     else
                          move 28                  to ws-ultimo-dia
                     end-if
                when other
                     move 31                       to ws-ultimo-dia
            end-evaluate
            string "01" ws-periodo-mes ws-periodo-ano
                   delimited by size into ws-efd-dt-inicial
            string ws-ultimo-dia ws-periodo-mes ws-periodo-ano
                   delimited by size into ws-efd-dt-final
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog.
       1050-carrega-parametros section.
       1050.
            move "PERC-ALIQ-CREDITO-ICMS"          to ws-par-cd-parametro
            move c-aliquota-credito-padrao         to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-aliquota-credito-padrao

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            perform 2050-valida-periodo
            if   not ws-periodo-valido
                 exit section
            end-if

            string lnk-dtbPath delimited by space,
                   "/CSBH03056S.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH03056S_EFD_" delimited by size,
                   ws-periodo-ano ws-periodo-mes delimited by size,
                   ".TXT" delimited by size into wid-arquivo-efd
            string lnk-extractionPath delimited by space,
                   "/CSBH02069R.EFD" delimited by size
                   into wid-arquivo-inventario
            initialize                             ws-check-file
            move wid-arquivo-inventario            to ws-filename
            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            move Return-Code                       to ws-id-inventario

            perform 9000-abrir-i-CSBHD001
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD002
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD006
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD009
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD082
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD084
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD014
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD031
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD074
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-bloco srt-chave srt-sequencia
                      input procedure  2100-seleciona-documentos
                      output procedure 2300-gera-arquivo
            else
                 move "S"                          to ws-run-id-falha
                 move "Erro na abertura dos arquivos"
                                                   to ws-run-ds-status
            end-if

            close CSBHD001
            close CSBHD002
            close CSBHD003
            close CSBHD004
            close CSBHD006
            close CSBHD007
            close CSBHD008
            close CSBHD009
            close CSBHD082
            close CSBHD084
            close CSBHD013
            close CSBHD014
            close CSBHD031
            close CSBHD044
            close CSBHD074

            move spaces                            to ws-ds-tracelog
            string "2000-processamento - Fim - " ws-qtde-saidas
                   " saidas, " ws-qtde-entradas " entradas, "
                   ws-efd-qtde-total " linhas"
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> O arquivo so sai para periodo fechado (CSBHD016) e apurado
      *> (CSBHD054): os valores do E110 e das notas sao os do fechamento.
       2050-valida-periodo section.
       2050.
            move spaces                            to ws-id-periodo-valido
            perform 9000-abrir-i-CSBHD016
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD054
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 move "S"                          to ws-run-id-falha
                 move "Erro na abertura dos arquivos"
                                                   to ws-run-ds-status
                 close CSBHD016
                 close CSBHD054
                 exit section
            end-if

            initialize                             fdfcm-chave-1
            move lnk-cd-empresa                    to fdfcm-cd-empresa
            move lnk-cd-filial                     to fdfcm-cd-filial
            move ws-periodo-ano                    to fdfcm-periodo-ano
            move ws-periodo-mes                    to fdfcm-periodo-mes
            perform 9000-ler-CSBHD016-ran
            if   not ws-operacao-ok
                 move "S"                          to ws-run-id-falha
                 move "Periodo nao fechado em CSBHD016"
                                                   to ws-run-ds-status
                 move spaces                       to ws-ds-tracelog
                 string "Erro - 2050-valida-periodo - Periodo "
                        ws-periodo-mes "/" ws-periodo-ano
                        " nao fechado (CSBH03003F) - arquivo nao gerado"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 close CSBHD016
                 close CSBHD054
                 exit section
            end-if

            initialize                             fapi-chave-1
            move lnk-cd-empresa                    to fapi-cd-empresa
            move lnk-cd-filial                     to fapi-cd-filial
            move ws-periodo-ano                    to fapi-periodo-ano
            move ws-periodo-mes                    to fapi-periodo-mes
            perform 9000-ler-CSBHD054-ran
            if   not ws-operacao-ok
                 move "S"                          to ws-run-id-falha
                 move "Periodo sem apuracao em CSBHD054"
                                                   to ws-run-ds-status
                 move spaces                       to ws-ds-tracelog
                 string "Erro - 2050-valida-periodo - Periodo "
                        ws-periodo-mes "/" ws-periodo-ano
                        " sem apuracao de ICMS (CSBH03034I) - arquivo nao gerado"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 close CSBHD016
                 close CSBHD054
                 exit section
            end-if
            move fapi-total-debitos                to ws-apu-total-debitos
            move fapi-total-creditos               to ws-apu-total-creditos
            move fapi-saldo-credor-anterior        to ws-apu-saldo-credor-anterior
            move fapi-saldo-apurado                to ws-apu-saldo-apurado
            move fapi-saldo-credor-proximo         to ws-apu-saldo-credor-proximo
            move "S"                               to ws-id-periodo-valido

            close CSBHD016
            close CSBHD054
           .
       2050-exit.
            exit.
      *>=====================================================================
      *> Input do sort: notas do periodo e as chaves de participante,
      *> unidade e item que elas referenciam.
       2100-seleciona-documentos section.
       2100.
            perform 2110-seleciona-saidas
            perform 2150-seleciona-entradas
            if   ws-inventario-disponivel
                 perform 2200-seleciona-inventario
            end-if
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-seleciona-saidas section.
       2110.
            initialize                             fesd-chave-1
            move lnk-cd-empresa                    to fesd-cd-empresa
            move lnk-cd-filial                     to fesd-cd-filial
            perform 9000-str-CSBHD003-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD003-next
                 if   not ws-operacao-ok
                 or   fesd-cd-empresa not equal lnk-cd-empresa
                 or   fesd-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fesd-data-saida-ano equal ws-periodo-ano
                      and  fesd-data-saida-mes equal ws-periodo-mes
                      and  fesd-nunf not equal zeroes
                           perform 2120-seleciona-saida
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Nota de saida: cancelada vai so com a identificacao (COD_SIT
      *> 02); as demais levam participante, itens e o C190 montado do
      *> detalhe de imposto da saida.
       2120-seleciona-saida section.
       2120.
            add 1                                  to ws-qtde-documentos
            add 1                                  to ws-qtde-saidas
            move zeroes                            to ws-efd-num-item

            if   fesd-situacao-cancelada
                 move spaces                       to ws-efd-linha
                 move 1                            to ws-efd-ponteiro
                 string "|C100|1|0||55|02|" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
                 move fesd-srnf                    to ws-efd-numero
                 perform 2965-acrescenta-numero
                 move fesd-nunf                    to ws-efd-numero
                 perform 2965-acrescenta-numero
                 string "|||||||||||||||||||||" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
                 move "C100"                       to ws-efd-registro
                 move zeroes                       to srt-sequencia
                 perform 2190-libera-documento-saida
                 exit section
            end-if

            perform 2125-carrega-impostos-saida
            move spaces                            to ws-efd-cfop
            if   fesd-cfop not equal zeroes
                 move fesd-cfop                    to ws-efd-cfop
            end-if
            move spaces                            to ws-cd-participante
            if   fesd-cd-cliente not equal zeroes
                 string "C" fesd-cd-cliente delimited by size
                                                   into ws-cd-participante
                 move spaces                       to srt-efd
                 move "0"                          to srt-bloco
                 move "0150"                       to srt-chave-registro
                 move "C"                          to srt-part-tipo
                 move fesd-cd-cliente              to srt-part-codigo
                 move zeroes                       to srt-sequencia
                 move "0150"                       to srt-registro
                 release srt-efd
            end-if

      *> Itens primeiro: o C100 leva o total das mercadorias somado.
            move zeroes                            to ws-nota-valor-mercadoria
            initialize                             feisd-chave-1
            move fesd-cd-empresa                   to feisd-cd-empresa
            move fesd-cd-filial                    to feisd-cd-filial
            move fesd-cd-saida                     to feisd-saida
            perform 9000-str-CSBHD004-gtr
            move spaces                            to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-empresa not equal fesd-cd-empresa
                 or   feisd-cd-filial  not equal fesd-cd-filial
                 or   feisd-saida      not equal fesd-cd-saida
                      move "S"                     to ws-id-fim-itens
                 else
                      perform 2130-seleciona-item-saida
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|C100|1|0|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-cd-participante                to ws-efd-campo
            perform 2970-acrescenta-texto
            string "55|00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fesd-srnf                         to ws-efd-numero
            perform 2965-acrescenta-numero
            move fesd-nunf                         to ws-efd-numero
            perform 2965-acrescenta-numero
            string "|" delimited by size,
                   fesd-data-saida-dia fesd-data-saida-mes
                   fesd-data-saida-ano delimited by size,
                   "|" delimited by size,
                   fesd-data-saida-dia fesd-data-saida-mes
                   fesd-data-saida-ano delimited by size,
                   "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fesd-total                        to ws-efd-valor
            perform 2960-acrescenta-valor
            string "1|0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-nota-valor-mercadoria          to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fesd-frete                        to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-nota-base-icms                 to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-valor-icms                to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-base-icms-st              to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-valor-icms-st             to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-valor-ipi                 to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-valor-pis                 to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-valor-cofins              to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move "C100"                            to ws-efd-registro
            move zeroes                            to srt-sequencia
            perform 2190-libera-documento-saida

            perform 2180-monta-c190
            move 999999999                         to srt-sequencia
            perform 2190-libera-documento-saida
           .
       2120-exit.
            exit.
      *>=====================================================================
       2125-carrega-impostos-saida section.
       2125.
            initialize                             ws-nota-impostos
            initialize                             fimp-chave-1
            move fesd-cd-empresa                   to fimp-cd-empresa
            move fesd-cd-filial                    to fimp-cd-filial
            move fesd-cd-saida                     to fimp-cd-saida
            perform 9000-str-CSBHD031-gtr
            move spaces                            to ws-id-fim-unidades
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-unidades
            end-if
            perform until ws-fim-unidades
                 perform 9000-ler-CSBHD031-next
                 if   not ws-operacao-ok
                 or   fimp-cd-empresa not equal fesd-cd-empresa
                 or   fimp-cd-filial  not equal fesd-cd-filial
                 or   fimp-cd-saida   not equal fesd-cd-saida
                      move "S"                     to ws-id-fim-unidades
                 else
                      evaluate true
                          when fimp-imposto-icms
                               move fimp-base      to ws-nota-base-icms
                               move fimp-aliquota  to ws-nota-aliquota-icms
                               move fimp-valor     to ws-nota-valor-icms
                          when fimp-imposto-ipi
                               add fimp-valor      to ws-nota-valor-ipi
                          when fimp-imposto-pis
                               add fimp-valor      to ws-nota-valor-pis
                          when fimp-imposto-cofins
                               add fimp-valor      to ws-nota-valor-cofins
                          when fimp-imposto-icms-st
                               move fimp-base      to ws-nota-base-icms-st
                               move fimp-valor     to ws-nota-valor-icms-st
                      end-evaluate
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2125-exit.
            exit.
      *>=====================================================================
      *> C170 da saida: ICMS do item na aliquota da nota, sobre o valor
      *> do item.
       2130-seleciona-item-saida section.
       2130.
            add 1                                  to ws-efd-num-item
            add feisd-valor                        to ws-nota-valor-mercadoria
            move feisd-cd-produto                  to fprd-cd-produto
            perform 2170-libera-item

            move feisd-valor                       to ws-item-base-icms
            compute ws-item-valor-icms rounded =
                    feisd-valor * ws-nota-aliquota-icms / 100
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|C170|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-efd-num-item                   to ws-efd-numero
            perform 2965-acrescenta-numero
            move feisd-cd-produto                  to ws-efd-numero
            perform 2965-acrescenta-numero
            move feisd-lote                        to ws-efd-campo
            perform 2970-acrescenta-texto
            move feisd-qtdade                      to ws-efd-numero
            perform 2965-acrescenta-numero
            move ws-unidade-item                   to ws-efd-campo
            perform 2970-acrescenta-texto
            move feisd-valor                       to ws-efd-valor
            perform 2960-acrescenta-valor
            perform 2175-acrescenta-icms-item
            move "C170"                            to ws-efd-registro
            move ws-efd-num-item                   to srt-sequencia
            perform 2190-libera-documento-saida
           .
       2130-exit.
            exit.
      *>=====================================================================
       2150-seleciona-entradas section.
       2150.
            initialize                             fdetd-chave-1
            move lnk-cd-empresa                    to fdfnc-cd-empresa
            move lnk-cd-filial                     to fdfnc-cd-filial
            perform 9000-str-CSBHD007-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD007-next
                 if   not ws-operacao-ok
                 or   fdfnc-cd-empresa not equal lnk-cd-empresa
                 or   fdfnc-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fdetd-data-entrada-ano equal ws-periodo-ano
                      and  fdetd-data-entrada-mes equal ws-periodo-mes
                           perform 2160-seleciona-entrada
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Nota de entrada (emissao de terceiros): credito de ICMS na
      *> aliquota padrao da casa sobre o total, como na apuracao.
       2160-seleciona-entrada section.
       2160.
            add 1                                  to ws-qtde-documentos
            add 1                                  to ws-qtde-entradas
            move zeroes                            to ws-efd-num-item
            initialize                             ws-nota-impostos
            move fdetd-total                       to ws-nota-base-icms
            move ws-aliquota-credito-padrao         to ws-nota-aliquota-icms
            compute ws-nota-valor-icms rounded =
                    fdetd-total * ws-aliquota-credito-padrao / 100
            initialize                             fdi-chave-1
            move fdfnc-cd-empresa                  to fdi-cd-empresa
            move fdfnc-cd-filial                   to fdi-cd-filial
            move fdfnc-cd-entrada                  to fdi-cd-entrada
            perform 9000-ler-CSBHD082-ran
            if   ws-operacao-ok
            and  fdi-situacao-rateada
                 move fdi-valor-icms               to ws-nota-valor-icms
                 if   fdetd-total not equal zeroes
                      compute ws-nota-aliquota-icms rounded =
                              fdi-valor-icms * 100 / fdetd-total
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
            move spaces                            to ws-efd-cfop
            if   fdetd-cfop not equal zeroes
                 move fdetd-cfop                   to ws-efd-cfop
            end-if

            move spaces                            to ws-cd-participante
            if   fdetd-cd-fornecedor not equal zeroes
                 string "F" fdetd-cd-fornecedor delimited by size
                                                   into ws-cd-participante
                 move spaces                       to srt-efd
                 move "0"                          to srt-bloco
                 move "0150"                       to srt-chave-registro
                 move "F"                          to srt-part-tipo
                 move fdetd-cd-fornecedor          to srt-part-codigo
                 move zeroes                       to srt-sequencia
                 move "0150"                       to srt-registro
                 release srt-efd
            end-if

            initialize                             fddps-chave-1
            move fdfnc-cd-empresa                  to fddps-cd-empresa
            move fdfnc-cd-filial                   to fddps-cd-filial
            move fdfnc-cd-entrada                  to fddps-cd-entrada
            perform 9000-str-CSBHD008-gtr
            move spaces                            to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD008-next
                 if   not ws-operacao-ok
                 or   fddps-cd-empresa not equal fdfnc-cd-empresa
                 or   fddps-cd-filial  not equal fdfnc-cd-filial
                 or   fddps-cd-entrada not equal fdfnc-cd-entrada
                      move "S"                     to ws-id-fim-itens
                 else
                      perform 2165-seleciona-item-entrada
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|C100|0|1|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-cd-participante                to ws-efd-campo
            perform 2970-acrescenta-texto
            string "55|00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fdetd-srnf                        to ws-efd-numero
            perform 2965-acrescenta-numero
            move fdetd-nunf                        to ws-efd-numero
            perform 2965-acrescenta-numero
            string "|" delimited by size,
                   fdetd-data-entrada-dia fdetd-data-entrada-mes
                   fdetd-data-entrada-ano delimited by size,
                   "|" delimited by size,
                   fdetd-data-entrada-dia fdetd-data-entrada-mes
                   fdetd-data-entrada-ano delimited by size,
                   "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fdetd-total                       to ws-efd-valor
            perform 2960-acrescenta-valor
            string "1|0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-nota-valor-mercadoria          to ws-efd-valor
            perform 2960-acrescenta-valor
            string "1|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fdetd-frete of fdetd-entrada      to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-nota-base-icms                 to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-valor-icms                to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0,00|0,00|0,00|0,00|0,00|0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move "C100"                            to ws-efd-registro
            move zeroes                            to srt-sequencia
            perform 2195-libera-documento-entrada

            perform 2180-monta-c190
            move 999999999                         to srt-sequencia
            perform 2195-libera-documento-entrada
           .
       2160-exit.
            exit.
      *>=====================================================================
      *> C170 da entrada: quantidade de CSBHD008, valor do item
      *> valorizado em CSBHD009 (mesma chave).
       2165-seleciona-item-entrada section.
       2165.
            add 1                                  to ws-efd-num-item
            initialize                             fdpdt-chave-1
            move fddps-cd-empresa                  to fdpdt-cd-empresa
            move fddps-cd-filial                   to fdpdt-cd-filial
            move fddps-cd-entrada                  to fdpdt-cd-entrada
            move fddps-cd-produto                  to fdpdt-cd-produto
            move fddps-sequencia                   to fdpdt-cd-sequencia
            perform 9000-ler-CSBHD009-ran
            if   not ws-operacao-ok
                 move zeroes                       to fdpdt-valor
            end-if
            move "00"                              to ws-resultado-acesso
            add fdpdt-valor                        to ws-nota-valor-mercadoria

            move fddps-cd-produto                  to fprd-cd-produto
            perform 2170-libera-item

            move fdpdt-valor                       to ws-item-base-icms
            compute ws-item-valor-icms rounded =
                    fdpdt-valor * ws-aliquota-credito-padrao / 100
            initialize                             fdii-chave-1
            move fddps-cd-empresa                  to fdii-cd-empresa
            move fddps-cd-filial                   to fdii-cd-filial
            move fddps-cd-entrada                  to fdii-cd-entrada
            move fddps-cd-produto                  to fdii-cd-produto
            move fddps-sequencia                   to fdii-cd-sequencia
            perform 9000-ler-CSBHD084-ran
            if   ws-operacao-ok
                 move fdii-valor-icms              to ws-item-valor-icms
            end-if
            move "00"                              to ws-resultado-acesso
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|C170|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-efd-num-item                   to ws-efd-numero
            perform 2965-acrescenta-numero
            move fddps-cd-produto                  to ws-efd-numero
            perform 2965-acrescenta-numero
            move fddps-lote                        to ws-efd-campo
            perform 2970-acrescenta-texto
            move fddps-quantidade                  to ws-efd-numero
            perform 2965-acrescenta-numero
            move ws-unidade-item                   to ws-efd-campo
            perform 2970-acrescenta-texto
            move fdpdt-valor                       to ws-efd-valor
            perform 2960-acrescenta-valor
            perform 2175-acrescenta-icms-item
            move "C170"                            to ws-efd-registro
            move ws-efd-num-item                   to srt-sequencia
            perform 2195-libera-documento-entrada
           .
       2165-exit.
            exit.
      *>=====================================================================
      *> Item referenciado: solta as chaves do 0200 e das unidades (a do
      *> cadastro e as alternativas de CSBHD074) para o bloco 0 e deixa
      *> a unidade do cadastro em ws-unidade-item para o C170.
       2170-libera-item section.
       2170.
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
            and  fprd-unidade-medida not equal spaces
                 move fprd-unidade-medida          to ws-unidade-item
            else
                 move "UN"                         to ws-unidade-item
            end-if
            move "00"                              to ws-resultado-acesso

            move spaces                            to srt-efd
            move "0"                               to srt-bloco
            move "0200"                            to srt-chave-registro
            move fprd-cd-produto                   to srt-item-codigo
            move zeroes                            to srt-sequencia
            move "0200"                            to srt-registro
            release srt-efd

            move spaces                            to srt-efd
            move "0"                               to srt-bloco
            move "0190"                            to srt-chave-registro
            move ws-unidade-item                   to srt-unid-codigo
            move zeroes                            to srt-sequencia
            move "0190"                            to srt-registro
            release srt-efd

            initialize                             fumd-chave-1
            move fprd-cd-produto                   to fumd-cd-produto
            perform 9000-str-CSBHD074-gtr
            move spaces                            to ws-id-fim-unidades
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-unidades
            end-if
            perform until ws-fim-unidades
                 perform 9000-ler-CSBHD074-next
                 if   not ws-operacao-ok
                 or   fumd-cd-produto not equal fprd-cd-produto
                      move "S"                     to ws-id-fim-unidades
                 else
                      move spaces                  to srt-efd
                      move "0"                     to srt-bloco
                      move "0190"                  to srt-chave-registro
                      move fumd-cd-unidade         to srt-unid-codigo
                      move zeroes                  to srt-sequencia
                      move "0190"                  to srt-registro
                      release srt-efd
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2170-exit.
            exit.
      *>=====================================================================
      *> Campos do C170 a partir do CST_ICMS: CST, CFOP, natureza,
      *> base/aliquota/valor de ICMS e o restante do registro vazio.
       2175-acrescenta-icms-item section.
       2175.
            string "0,00|0|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-efd-cst-icms                   to ws-efd-campo
            perform 2970-acrescenta-texto
            move ws-efd-cfop                       to ws-efd-campo
            perform 2970-acrescenta-texto
            string "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-item-base-icms                 to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-aliquota-icms             to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-item-valor-icms                to ws-efd-valor
            perform 2960-acrescenta-valor
            string "|||0||||||||||||||||||||" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
           .
       2175-exit.
            exit.
      *>=====================================================================
      *> C190: um por nota - o imposto da casa e por nota, com um unico
      *> CST/CFOP/aliquota.
       2180-monta-c190 section.
       2180.
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|C190|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-efd-cst-icms                   to ws-efd-campo
            perform 2970-acrescenta-texto
            move ws-efd-cfop                       to ws-efd-campo
            perform 2970-acrescenta-texto
            move ws-nota-aliquota-icms             to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-valor-mercadoria          to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-base-icms                 to ws-efd-valor
            perform 2960-acrescenta-valor
            move ws-nota-valor-icms                to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0,00|0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-nota-valor-ipi                 to ws-efd-valor
            perform 2960-acrescenta-valor
            string "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move "C190"                            to ws-efd-registro
           .
       2180-exit.
            exit.
      *>=====================================================================
       2190-libera-documento-saida section.
       2190.
            move "C"                               to srt-bloco
            move spaces                            to srt-chave
            move "S"                               to srt-chave-conteudo (1:1)
            move fesd-cd-saida                     to srt-chave-conteudo (2:9)
            move ws-efd-registro                   to srt-registro
            move ws-efd-linha                      to srt-linha
            release srt-efd
           .
       2190-exit.
            exit.
      *>=====================================================================
       2195-libera-documento-entrada section.
       2195.
            move "C"                               to srt-bloco
            move spaces                            to srt-chave
            move "E"                               to srt-chave-conteudo (1:1)
            move fdfnc-cd-entrada                  to srt-chave-conteudo (2:9)
            move fdfnc-cd-transpordadora           to srt-chave-conteudo (11:9)
            move ws-efd-registro                   to srt-registro
            move ws-efd-linha                      to srt-linha
            release srt-efd
           .
       2195-exit.
            exit.
      *>=====================================================================
      *> Bloco H do CSBH02069R: H005 e H010 vao para o sort na ordem do
      *> arquivo (H001/H990 sao refeitos aqui); cada item solta o 0200 e
      *> a unidade e, em poder de terceiros, o 0150 do cliente.
       2200-seleciona-inventario section.
       2200.
            open input arqinventario
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move spaces                            to ws-id-fim-inventario
            perform until ws-fim-inventario
                 read arqinventario
                      at end
                           move "S"                to ws-id-fim-inventario
                      not at end
                           perform 2210-seleciona-linha-inventario
                 end-read
            end-perform
            close arqinventario
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-seleciona-linha-inventario section.
       2210.
            initialize                             ws-inventario-campos
            unstring inv-linha delimited by "|"
                into ws-inv-vazio ws-inv-registro ws-inv-cod-item
                     ws-inv-unidade ws-inv-quantidade ws-inv-unitario
                     ws-inv-valor ws-inv-ind-prop ws-inv-cod-part
            end-unstring
            if   ws-inv-registro not equal "H005"
            and  ws-inv-registro not equal "H010"
                 exit section
            end-if

            add 1                                  to ws-qtde-linhas-inventario
            move spaces                            to srt-efd
            move "H"                               to srt-bloco
            move ws-qtde-linhas-inventario         to srt-sequencia
            move ws-inv-registro                   to srt-registro
            move inv-linha                         to srt-linha
            release srt-efd

            if   ws-inv-registro equal "H010"
                 initialize                        fprd-chave-1
                 move ws-inv-cod-item              to fprd-cd-produto
                 perform 2170-libera-item
                 if   ws-inv-ind-prop equal "1"
                 and  ws-inv-cod-part (1:1) equal "C"
                      move spaces                  to srt-efd
                      move "0"                     to srt-bloco
                      move "0150"                  to srt-chave-registro
                      move "C"                     to srt-part-tipo
                      move ws-inv-cod-part (2:9)   to srt-part-codigo
                      move zeroes                  to srt-sequencia
                      move "0150"                  to srt-registro
                      release srt-efd
                 end-if
            end-if
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Output do sort: abertura, bloco 0 sem duplicidade, bloco C por
      *> nota, bloco E da apuracao, bloco H do inventario (quando houver)
      *> e bloco 9 com as contagens.
       2300-gera-arquivo section.
       2300.
            open output arqefd
            perform 2310-grava-abertura

            move spaces                            to ws-chave-anterior
            move spaces                            to ws-id-fim-sort
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-sort
            end-return
            perform until ws-fim-sort
                 if   srt-bloco equal "0"
                      if   srt-chave not equal ws-chave-anterior
                           evaluate srt-chave-registro
                               when "0150"
                                    perform 2320-grava-participante
                               when "0190"
                                    perform 2330-grava-unidade
                               when "0200"
                                    perform 2340-grava-item
                           end-evaluate
                           move srt-chave          to ws-chave-anterior
                      end-if
                 else
                      if   srt-bloco equal "H"
                           if   not ws-bloco-h-aberto
                                perform 2390-abre-bloco-h
                           end-if
                      else
                           if   not ws-bloco-c-aberto
                                perform 2350-abre-bloco-c
                           end-if
                      end-if
                      move srt-registro            to ws-efd-registro
                      move srt-linha               to ws-efd-linha
                      perform 2900-grava-linha
                 end-if
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-sort
                 end-return
            end-perform
            if   ws-bloco-h-aberto
                 move "H990"                       to ws-efd-registro
                 perform 2380-grava-encerramento-bloco
            else
                 perform 2385-encerra-bloco-c
            end-if
            perform 2500-grava-bloco-9
            close arqefd
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> 0000/0001: identificacao da empresa/filial (CSBHD014 e loja
      *> CSBHD001, UF e municipio pela cidade da loja em CSBHD002).
       2310-grava-abertura section.
       2310.
            initialize                             fdepf-chave-1
            move lnk-cd-empresa                    to fdepf-cd-empresa
            move lnk-cd-filial                     to fdepf-cd-filial
            perform 9000-ler-CSBHD014-ran
            if   not ws-operacao-ok
                 move spaces                       to fdepf-ds-empresa
            end-if
            move "00"                              to ws-resultado-acesso
            initialize                             fclj-chave-1
            move lnk-cd-empresa                    to fclj-cd-empresa
            move lnk-cd-filial                     to fclj-cd-filial
            perform 9000-ler-CSBHD001-ran
            if   not ws-operacao-ok
                 move spaces                       to fclj-cnpj
                 move zeroes                       to fclj-cd-cidade
            end-if
            move "00"                              to ws-resultado-acesso
            initialize                             fccdd-chave-1
            move fclj-cd-cidade                    to fccdd-cd-cidade
            perform 9000-ler-CSBHD002-ran
            if   not ws-operacao-ok
                 move spaces                       to fccdd-uf
            end-if
            move "00"                              to ws-resultado-acesso

            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|0000|" c-efd-versao-leiaute "|0|"
                   ws-efd-dt-inicial "|" ws-efd-dt-final "|"
                   delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fdepf-ds-empresa                  to ws-efd-campo
            perform 2970-acrescenta-texto
            move fclj-cnpj                         to ws-efd-campo
            perform 2970-acrescenta-texto
            string "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fccdd-uf                          to ws-efd-campo
            perform 2970-acrescenta-texto
            string "|" fclj-cd-cidade (3:7) "|||A|1|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move "0000"                            to ws-efd-registro
            perform 2900-grava-linha

            move "|0001|0|"                        to ws-efd-linha
            move "0001"                            to ws-efd-registro
            perform 2900-grava-linha
           .
       2310-exit.
            exit.
      *>=====================================================================
       2320-grava-participante section.
       2320.
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|0150|" srt-part-tipo srt-part-codigo "|"
                   delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            if   srt-part-cliente
                 initialize                        fdcli-chave-1
                 move srt-part-codigo              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   not ws-operacao-ok
                      initialize                   fdcli-cliente
                 end-if
                 move "00"                         to ws-resultado-acesso
                 move fdcli-ds-cliente             to ws-efd-campo
                 perform 2970-acrescenta-texto
                 string "01058|" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
                 move fdcli-cnpj                   to ws-efd-campo
                 perform 2970-acrescenta-texto
                 move fdcli-cd-cidade              to fccdd-cd-cidade
                 perform 2325-acrescenta-municipio
                 move fdcli-endereco               to ws-efd-campo
                 perform 2970-acrescenta-texto
                 move fdcli-numero                 to ws-efd-numero
                 perform 2965-acrescenta-numero
                 string "|" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
                 move fdcli-bairro                 to ws-efd-campo
                 perform 2970-acrescenta-texto
            else
      *> Fornecedor: chave e fornecedor+cidade - posiciona pelo codigo
      *> com a cidade em low-values.
                 initialize                        fdfnc-chave-1
                 move srt-part-codigo              to fdfnc-cd-fornecedor
                 move low-values                   to fdfnc-cd-cidade
                 perform 9000-str-CSBHD006-gtr
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD006-next
                 end-if
                 if   not ws-operacao-ok
                 or   fdfnc-cd-fornecedor not equal srt-part-codigo
                      initialize                   fdfnc-fornecedor
                 end-if
                 move "00"                         to ws-resultado-acesso
                 move fdfnc-ds-fornecedor          to ws-efd-campo
                 perform 2970-acrescenta-texto
                 string "01058|" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
                 move fdfnc-cnpj                   to ws-efd-campo
                 perform 2970-acrescenta-texto
                 move fdfnc-cd-cidade              to fccdd-cd-cidade
                 perform 2325-acrescenta-municipio
                 move fdfnc-endereco               to ws-efd-campo
                 perform 2970-acrescenta-texto
                 move fdfnc-numero                 to ws-efd-numero
                 perform 2965-acrescenta-numero
                 string "|" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
                 move fdfnc-bairro                 to ws-efd-campo
                 perform 2970-acrescenta-texto
            end-if
            move "0150"                            to ws-efd-registro
            perform 2900-grava-linha
           .
       2320-exit.
            exit.
      *>=====================================================================
      *> CPF e IE vazios, codigo do municipio e SUFRAMA vazio.
       2325-acrescenta-municipio section.
       2325.
            string "||" fccdd-cd-cidade (3:7) "||" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
           .
       2325-exit.
            exit.
      *>=====================================================================
       2330-grava-unidade section.
       2330.
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|0190|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move srt-unid-codigo                   to ws-efd-campo
            perform 2970-acrescenta-texto
            move srt-unid-codigo                   to ws-efd-campo
            perform 2970-acrescenta-texto
            move "0190"                            to ws-efd-registro
            perform 2900-grava-linha
           .
       2330-exit.
            exit.
      *>=====================================================================
      *> 0200 do item (mercadoria para revenda) e um 0220 por unidade
      *> alternativa de CSBHD074 com o fator de conversao.
       2340-grava-item section.
       2340.
            initialize                             fprd-chave-1
            move srt-item-codigo                   to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   not ws-operacao-ok
                 initialize                        fprd-produto-mestre
                 move srt-item-codigo              to fprd-cd-produto
                 move "UN"                         to fprd-unidade-medida
            end-if
            move "00"                              to ws-resultado-acesso
            if   fprd-unidade-medida equal spaces
                 move "UN"                         to fprd-unidade-medida
            end-if

            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|0200|" fprd-cd-produto "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fprd-ds-produto                   to ws-efd-campo
            perform 2970-acrescenta-texto
            string "||" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move fprd-unidade-medida               to ws-efd-campo
            perform 2970-acrescenta-texto
            string "00|" fprd-ncm "||" fprd-ncm (1:2) "||||"
                   delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move "0200"                            to ws-efd-registro
            perform 2900-grava-linha

            initialize                             fumd-chave-1
            move fprd-cd-produto                   to fumd-cd-produto
            perform 9000-str-CSBHD074-gtr
            move spaces                            to ws-id-fim-unidades
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-unidades
            end-if
            perform until ws-fim-unidades
                 perform 9000-ler-CSBHD074-next
                 if   not ws-operacao-ok
                 or   fumd-cd-produto not equal fprd-cd-produto
                      move "S"                     to ws-id-fim-unidades
                 else
                      move spaces                  to ws-efd-linha
                      move 1                       to ws-efd-ponteiro
                      string "|0220|" delimited by size
                             into ws-efd-linha with pointer ws-efd-ponteiro
                      move fumd-cd-unidade         to ws-efd-campo
                      perform 2970-acrescenta-texto
                      move fumd-fator-conversao    to ws-efd-fator
                      perform 2962-acrescenta-fator
                      string "|" delimited by size
                             into ws-efd-linha with pointer ws-efd-ponteiro
                      move "0220"                  to ws-efd-registro
                      perform 2900-grava-linha
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2340-exit.
            exit.
      *>=====================================================================
      *> Fim do bloco 0 e abertura do bloco C (indicador 1 = sem dados).
       2350-abre-bloco-c section.
       2350.
            move "0990"                            to ws-efd-registro
            perform 2380-grava-encerramento-bloco
            if   ws-qtde-documentos equal zeroes
                 move "|C001|1|"                   to ws-efd-linha
            else
                 move "|C001|0|"                   to ws-efd-linha
            end-if
            move "C001"                            to ws-efd-registro
            perform 2900-grava-linha
            move "S"                               to ws-id-bloco-c-aberto
           .
       2350-exit.
            exit.
      *>=====================================================================
      *> Registro xx990 do bloco corrente (ws-efd-registro): quantidade
      *> de linhas do bloco contando o proprio encerramento.
       2380-grava-encerramento-bloco section.
       2380.
            compute ws-efd-numero = ws-efd-qtde-bloco + 1
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|" ws-efd-registro "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            perform 2965-acrescenta-numero
            perform 2900-grava-linha
            move zeroes                            to ws-efd-qtde-bloco
           .
       2380-exit.
            exit.
      *>=====================================================================
      *> Fecha o bloco C (abrindo-o vazio se nao houve nota) e grava o
      *> bloco E, que vem antes do bloco H no arquivo.
       2385-encerra-bloco-c section.
       2385.
            if   not ws-bloco-c-aberto
                 perform 2350-abre-bloco-c
            end-if
            move "C990"                            to ws-efd-registro
            perform 2380-grava-encerramento-bloco

            perform 2400-grava-bloco-e
           .
       2385-exit.
            exit.
      *>=====================================================================
      *> Primeira linha do inventario: encerra os blocos C e E e abre o
      *> bloco H com movimento.
       2390-abre-bloco-h section.
       2390.
            perform 2385-encerra-bloco-c
            move "|H001|0|"                        to ws-efd-linha
            move "H001"                            to ws-efd-registro
            perform 2900-grava-linha
            move "S"                               to ws-id-bloco-h-aberto
           .
       2390-exit.
            exit.
      *>=====================================================================
      *> Bloco E: E110 com a apuracao gravada pelo CSBH03034I; saldo
      *> apurado positivo e o ICMS a recolher.
       2400-grava-bloco-e section.
       2400.
            move "|E001|0|"                        to ws-efd-linha
            move "E001"                            to ws-efd-registro
            perform 2900-grava-linha

            move spaces                            to ws-efd-linha
            string "|E100|" ws-efd-dt-inicial "|" ws-efd-dt-final "|"
                   delimited by size into ws-efd-linha
            move "E100"                            to ws-efd-registro
            perform 2900-grava-linha

            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|E110|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-apu-total-debitos              to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0,00|0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-apu-total-creditos             to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0,00|0,00|0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move ws-apu-saldo-credor-anterior      to ws-efd-valor
            perform 2960-acrescenta-valor
            if   ws-apu-saldo-apurado > zero
                 move ws-apu-saldo-apurado         to ws-efd-valor
            else
                 move zeroes                       to ws-efd-valor
            end-if
            perform 2960-acrescenta-valor
            string "0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            if   ws-apu-saldo-apurado > zero
                 move ws-apu-saldo-apurado         to ws-efd-valor
            else
                 move zeroes                       to ws-efd-valor
            end-if
            perform 2960-acrescenta-valor
            move ws-apu-saldo-credor-proximo       to ws-efd-valor
            perform 2960-acrescenta-valor
            string "0,00|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            move "E110"                            to ws-efd-registro
            perform 2900-grava-linha

            move "E990"                            to ws-efd-registro
            perform 2380-grava-encerramento-bloco
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Bloco 9: um 9900 por registro gerado (inclusive os do proprio
      *> bloco 9), 9990 com as linhas do bloco e 9999 com o total.
       2500-grava-bloco-9 section.
       2500.
            move "|9001|0|"                        to ws-efd-linha
            move "9001"                            to ws-efd-registro
            perform 2900-grava-linha

            perform varying ws-idx-efd-tipo from 1 by 1
                      until ws-idx-efd-tipo > ws-efd-qtde-tipos
                 move ws-efd-tipo-registro (ws-idx-efd-tipo)
                                                   to ws-efd-registro
                 move ws-efd-tipo-qtde (ws-idx-efd-tipo)
                                                   to ws-efd-numero
                 perform 2510-grava-9900
            end-perform
            move "9900"                            to ws-efd-registro
            compute ws-efd-numero = ws-efd-qtde-tipos + 3
            perform 2510-grava-9900
            move "9990"                            to ws-efd-registro
            move 1                                 to ws-efd-numero
            perform 2510-grava-9900
            move "9999"                            to ws-efd-registro
            move 1                                 to ws-efd-numero
            perform 2510-grava-9900

            compute ws-efd-numero = ws-efd-qtde-bloco + 2
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|9990|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            perform 2965-acrescenta-numero
            move ws-efd-linha                      to efd-linha
            write efd-linha
            add 1                                  to ws-efd-qtde-total

            compute ws-efd-numero = ws-efd-qtde-total + 1
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|9999|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            perform 2965-acrescenta-numero
            move ws-efd-linha                      to efd-linha
            write efd-linha
            add 1                                  to ws-efd-qtde-total
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> 9900 do registro em ws-efd-registro com a quantidade em
      *> ws-efd-numero; nao entra na tabela de contagem.
       2510-grava-9900 section.
       2510.
            move spaces                            to ws-efd-linha
            move 1                                 to ws-efd-ponteiro
            string "|9900|" ws-efd-registro "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
            perform 2965-acrescenta-numero
            move ws-efd-linha                      to efd-linha
            write efd-linha
            add 1                                  to ws-efd-qtde-total
            add 1                                  to ws-efd-qtde-bloco
           .
       2510-exit.
            exit.
      *>=====================================================================
      *> Grava ws-efd-linha e conta o registro ws-efd-registro no bloco,
      *> no total do arquivo e na tabela de registros do bloco 9.
       2900-grava-linha section.
       2900.
            move ws-efd-linha                      to efd-linha
            write efd-linha
            add 1                                  to ws-efd-qtde-total
            add 1                                  to ws-efd-qtde-bloco

            perform varying ws-idx-efd-tipo from 1 by 1
                      until ws-idx-efd-tipo > ws-efd-qtde-tipos
                      or    ws-efd-tipo-registro (ws-idx-efd-tipo)
                            equal ws-efd-registro
                 continue
            end-perform
            if   ws-idx-efd-tipo > ws-efd-qtde-tipos
                 if   ws-efd-qtde-tipos < c-efd-max-registros
                      add 1                        to ws-efd-qtde-tipos
                      move ws-efd-qtde-tipos       to ws-idx-efd-tipo
                      move ws-efd-registro         to ws-efd-tipo-registro (ws-idx-efd-tipo)
                      move zeroes                  to ws-efd-tipo-qtde (ws-idx-efd-tipo)
                 else
                      exit section
                 end-if
            end-if
            add 1                                  to ws-efd-tipo-qtde (ws-idx-efd-tipo)
           .
       2900-exit.
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
       2962-acrescenta-fator section.
       2962.
            move ws-efd-fator                      to ws-efd-fator-edt
            inspect ws-efd-fator-edt replacing all "." by ","
            move zeroes                            to ws-efd-brancos
            inspect ws-efd-fator-edt tallying ws-efd-brancos
                    for leading spaces
            string ws-efd-fator-edt (ws-efd-brancos + 1:) delimited by size,
                   "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
           .
       2962-exit.
            exit.
      *>=====================================================================
       2965-acrescenta-numero section.
       2965.
            move ws-efd-numero                     to ws-efd-numero-edt
            move zeroes                            to ws-efd-brancos
            inspect ws-efd-numero-edt tallying ws-efd-brancos
                    for leading spaces
            string ws-efd-numero-edt (ws-efd-brancos + 1:) delimited by size,
                   "|" delimited by size
                   into ws-efd-linha with pointer ws-efd-ponteiro
           .
       2965-exit.
            exit.
      *>=====================================================================
      *> Texto sem os brancos a direita (corta no primeiro par de
      *> brancos); campo em branco sai vazio.
       2970-acrescenta-texto section.
       2970.
            if   ws-efd-campo not equal spaces
                 string ws-efd-campo delimited by "  ",
                        "|" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
            else
                 string "|" delimited by size
                        into ws-efd-linha with pointer ws-efd-ponteiro
            end-if
            move spaces                            to ws-efd-campo
           .
       2970-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-efd-qtde-total                 to ws-run-qtde-registros
            perform 9510-registra-fim-execucao
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
            move Return-Code                    to ws-id-tracelog-csbh03056s

            if   ws-tracelog-csbh03056s
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
            if   ws-tracelog-csbh03056s
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
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL001.
       COPY CSBHL002.
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL006.
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL082.
       COPY CSBHL084.
       COPY CSBHL130.
       COPY CSBHL013.
       COPY CSBHL014.
       COPY CSBHL016.
       COPY CSBHL031.
       COPY CSBHL033.
       COPY CSBHL044.
       COPY CSBHL054.
       COPY CSBHL074.
       COPY CSBHL999.
