       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH01007N.
      *>=====================================================================
      *> Recepcao das NF-e de fornecedor: le os XML deixados na pasta
      *> NFE_ENTRADA (sob lnk-dtbLog) e, para cada nota da empresa/
      *> filial corrente, monta as linhas das cargas de Entrada no
      *> proprio diretorio das cargas - CSBH01001C_ENTRADA.CSV,
      *> _ITEM_ENTRADA.CSV, _PRODUTO.CSV (valor do item, CSBHD009) e
      *> _LOTE.CSV (rastro do item) -, acrescentadas ao que ja houver
      *> nelas. A carga CSBH01001C aplica entao as mesmas validacoes de
      *> sempre (2820/2920 e as cargas de cadastro); por isso este
      *> programa roda na cadeia antes dos passos de carga. A nota:
      *>   - fornecedor pelo CNPJ do emitente (CSBHD006, ativo);
      *>   - transportadora pelo CNPJ do transportador (CSBHD005); sem
      *>     ela a nota entra com o proprio fornecedor na chave, como
      *>     entrega feita pelo emitente;
      *>   - produto pelo EAN (cEAN, CSBHD051) ou pelo codigo do
      *>     produto no fornecedor (cProd, CSBHD085);
      *>   - numero de Entrada pelo CSBH03043N ("ENT"); data do pedido
      *>     = emissao da nota, data da Entrada = data da recepcao;
      *>   - valor do item = vProd - vDesc, frete do item = vFrete.
      *> Fornecedor desconhecido, produto sem EAN nem referencia, ou
      *> nota ja cadastrada/ja recebida (nunf/srnf do fornecedor em
      *> CSBHD007, ou a chave de acesso ja encaminhada em CSBHD086) nao
      *> vao para a carga: a nota fica pendente em CSBHD086 - a lista do
      *> comprador, impressa no relatorio e avisada na caixa de
      *> notificacoes (evento "NFP") - e o XML continua na pasta para
      *> ser lido de novo depois do acerto do cadastro. A nota
      *> encaminhada vai para NFE_ENTRADA/PROCESSADAS; pendencia cujo
      *> XML foi retirado da pasta sai da lista. Em lnk-dry-run so o
      *> relatorio e produzido.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS005.
           COPY CSBHS006.
           COPY CSBHS007.
           COPY CSBHS033.
           COPY CSBHS051.
           COPY CSBHS068.
           COPY CSBHS085.
           COPY CSBHS086.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select lista-xml assign to wid-arquivo-lista
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select nota-xml assign to wid-arquivo-xml
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqentradacsv assign to wid-arqentradacsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqitementradacsv assign to wid-arqitementradacsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqprodutocsv assign to wid-arqprodutocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqlotecsv assign to wid-arqlotecsv
                  organization is line sequential
                  file status ws-resultado-acesso.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF005.
           COPY CSBHF006.
           COPY CSBHF007.
           COPY CSBHF033.
           COPY CSBHF051.
           COPY CSBHF068.
           COPY CSBHF085.
           COPY CSBHF086.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   lista-xml.
           01   lst-linha                          pic  x(400).

           fd   nota-xml.
           01   xml-linha                          pic  x(8192).

           fd arqentradacsv.
           01 reg-arqentradacsv                     pic  x(350).

           fd arqitementradacsv.
           01 reg-arqitementradacsv                 pic  x(350).

           fd arqprodutocsv.
           01 reg-arqprodutocsv                     pic  x(350).

           fd arqlotecsv.
           01 reg-arqlotecsv                        pic  x(350).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH01007N".
      *> Limite de itens de uma NF-e (leiaute nacional).
       78  c-max-itens                                       value 990.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh01007n             pic 9(03) value zeroes.
              88 ws-tracelog-csbh01007n                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-lista                    pic x(250).
           03 wid-arquivo-xml                      pic x(250).
           03 wid-arqentradacsv                    pic x(250).
           03 wid-arqitementradacsv                pic x(250).
           03 wid-arqprodutocsv                    pic x(250).
           03 wid-arqlotecsv                       pic x(250).
           03 ws-diretorio-recepcao                pic x(250) value spaces.
           03 ws-diretorio-processadas             pic x(250) value spaces.
           03 ws-tam-diretorio                     pic 9(04) value zeroes.
           03 ws-comando-sistema                   pic x(800) value spaces.
           03 ws-arquivo-origem                    pic x(400) value spaces.
           03 ws-arquivo-destino                   pic x(400) value spaces.
           03 ws-nome-arquivo                      pic x(120) value spaces.
           03 ws-id-fim-lista                      pic x(01) value spaces.
              88 ws-fim-lista                                value "S" "s".
           03 ws-id-fim-xml                        pic x(01) value spaces.
              88 ws-fim-xml                                  value "S" "s".
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-csv-aberto                     pic x(01) value spaces.
              88 ws-csv-aberto                               value "S" "s".
           03 ws-id-localizado                     pic x(01) value spaces.
              88 ws-localizado                               value "S" "s".
           03 ws-id-nota-valida                    pic x(01) value spaces.
              88 ws-nota-valida                              value "S" "s".
           03 ws-cd-empresa                        pic 9(03) value zeroes.
           03 ws-cd-filial                         pic 9(03) value zeroes.

      *> Interpretacao do XML: uma marca por linha (o arquivo passa por
      *> um sed que quebra "><"), o grupo corrente decide o campo.
           03 ws-xml-ini                           pic 9(04) value zeroes.
           03 ws-xml-tam                           pic 9(04) value zeroes.
           03 ws-xml-qtde                          pic 9(04) value zeroes.
           03 ws-xml-tag                           pic x(30) value spaces.
           03 ws-xml-abertura                      pic x(400) value spaces.
           03 ws-xml-resto                         pic x(8192) value spaces.
           03 ws-xml-valor                         pic x(120) value spaces.
           03 ws-xml-lixo                          pic x(400) value spaces.
           03 ws-xml-grupo                         pic x(03) value spaces.
              88 ws-xml-grupo-ide                            value "IDE".
              88 ws-xml-grupo-emitente                       value "EMI".
              88 ws-xml-grupo-transportador                  value "TRA".
              88 ws-xml-grupo-item                           value "DET" "RAS".
              88 ws-xml-grupo-total                          value "TOT".

           03 ws-nfe-nota.
              05 ws-nfe-chave-acesso               pic x(44).
              05 ws-nfe-nunf                       pic 9(09).
              05 ws-nfe-srnf                       pic 9(03).
              05 ws-nfe-data-emissao               pic 9(08).
              05 ws-nfe-cnpj-emitente              pic x(14).
              05 ws-nfe-cnpj-transportador         pic x(14).
              05 ws-nfe-valor-total                pic s9(09)v99.
              05 ws-nfe-valor-frete                pic s9(09)v99.
              05 ws-nfe-cd-fornecedor              pic 9(09).
              05 ws-nfe-cd-transportadora          pic 9(09).
              05 ws-nfe-cd-entrada                 pic 9(09).
              05 ws-nfe-qtde-itens                 pic 9(04).
              05 ws-nfe-qtde-sem-produto           pic 9(04).
              05 ws-nfe-motivo                     pic x(01).
                 88 ws-nfe-sem-pendencia                     value space.
              05 ws-nfe-ds-motivo                  pic x(80).
              05 ws-nfe-item                       occurs 990 times.
                 07 ws-itm-cd-produto-fornecedor   pic x(60).
                 07 ws-itm-cd-ean                  pic x(14).
                 07 ws-itm-unidade                 pic x(06).
                 07 ws-itm-quantidade              pic 9(09).
                 07 ws-itm-valor                   pic s9(09)v99.
                 07 ws-itm-desconto                pic s9(09)v99.
                 07 ws-itm-frete                   pic s9(09)v99.
                 07 ws-itm-lote                    pic x(20).
                 07 ws-itm-data-fabricacao         pic 9(08).
                 07 ws-itm-data-validade           pic 9(08).
                 07 ws-itm-cd-produto              pic 9(09).
           03 ws-idx-item                          pic 9(04) value zeroes.
           03 ws-data-alfa                         pic x(10) value spaces.
           03 ws-data-convertida                   pic 9(08) value zeroes.
           03 ws-data-convertida-r redefines ws-data-convertida.
              05 ws-data-convertida-ano            pic 9(04).
              05 ws-data-convertida-mes            pic 9(02).
              05 ws-data-convertida-dia            pic 9(02).
           03 ws-situacao-anterior                 pic x(02) value spaces.

           03 ws-csv-total                         pic 9(09).99.
           03 ws-csv-frete                         pic 9(09).99.
           03 ws-csv-valor                         pic 9(09).99.
           03 ws-valor-item                        pic s9(09)v99 value zeroes.

           03 ws-qtde-edt                          pic -(09)9.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-qtde-arquivos                     pic 9(09) value zeroes.
           03 ws-qtde-encaminhadas                 pic 9(09) value zeroes.
           03 ws-qtde-pendentes                    pic 9(09) value zeroes.
           03 ws-qtde-invalidos                    pic 9(09) value zeroes.
           03 ws-qtde-lista                        pic 9(09) value zeroes.
           03 ws-qtde-retiradas                    pic 9(09) value zeroes.

           03 ws-seq-parametros.
              05 ws-seq-tipo-documento              pic x(03).
              05 ws-seq-cd-empresa                  pic 9(03).
              05 ws-seq-cd-filial                   pic 9(03).
              05 ws-seq-numero                      pic 9(09).
              05 ws-seq-id-ok                       pic x(01).
                 88 ws-seq-ok                                  value "S".
              05 ws-seq-id-erro                     pic x(100).

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0008.
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
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            move lnk-cd-empresa                    to ws-cd-empresa
            move lnk-cd-filial                     to ws-cd-filial

            string lnk-dtbLog delimited by space,
                   "NFE_ENTRADA/" delimited by size into ws-diretorio-recepcao
            string lnk-dtbLog delimited by space,
                   "NFE_ENTRADA/PROCESSADAS/" delimited by size
                                                   into ws-diretorio-processadas
            move zeroes                            to ws-tam-diretorio
            inspect ws-diretorio-recepcao tallying ws-tam-diretorio
                    for characters before initial space
            if   not lnk-dry-run
                 string "mkdir -p " delimited by size,
                        ws-diretorio-processadas delimited by space
                                                   into ws-comando-sistema
                 call "SYSTEM" using ws-comando-sistema
            end-if

            string lnk-dtbLog delimited by space,
                   este-programa, ".LST" delimited by size into wid-arquivo-lista
            string lnk-dtbLog delimited by space,
                   este-programa, ".XML" delimited by size into wid-arquivo-xml
            string lnk-dtbLog delimited by space,
                   "CSBH01001C_ENTRADA.CSV" delimited by size into wid-arqentradacsv
            string lnk-dtbLog delimited by space,
                   "CSBH01001C_ITEM_ENTRADA.CSV" delimited by size
                                                   into wid-arqitementradacsv
            string lnk-dtbLog delimited by space,
                   "CSBH01001C_PRODUTO.CSV" delimited by size into wid-arqprodutocsv
            string lnk-dtbLog delimited by space,
                   "CSBH01001C_LOTE.CSV" delimited by size into wid-arqlotecsv
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH01007N.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD005
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD006
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD051
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD085
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD086
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 move spaces                       to rel-linha
                 string "Recepcao de NF-e de fornecedor - empresa "
                        ws-cd-empresa " filial " ws-cd-filial
                        delimited by size into rel-linha
                 write rel-linha
                 if   lnk-dry-run
                      move spaces                  to rel-linha
                      string "  (previa - nenhuma linha de carga gravada)"
                             delimited by size into rel-linha
                      write rel-linha
                 end-if
                 move spaces                       to rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 string "Arquivo                                  "
                        "Nota/Serie    CNPJ emitente  Situacao"
                        delimited by size into rel-linha
                 write rel-linha

                 perform 2100-processa-pasta
                 perform 2700-lista-pendencias
                 perform 2800-imprime-resumo
                 close relatorio
            else
                 move "S"                          to ws-run-id-falha
                 move "Falha na abertura dos arquivos"
                                                   to ws-run-ds-status
            end-if

            if   ws-csv-aberto
                 close arqentradacsv
                 close arqitementradacsv
                 close arqprodutocsv
                 close arqlotecsv
            end-if
            close CSBHD005
            close CSBHD006
            close CSBHD007
            close CSBHD051
            close CSBHD085
            close CSBHD086

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Lista os XML da pasta de recepcao num arquivo de trabalho e
      *> trata um por um.
       2100-processa-pasta section.
       2100.
            move spaces                            to ws-comando-sistema
            string "ls -1 " delimited by size,
                   ws-diretorio-recepcao delimited by space,
                   "*.xml " delimited by size,
                   ws-diretorio-recepcao delimited by space,
                   "*.XML > " delimited by size,
                   wid-arquivo-lista delimited by space,
                   " 2>/dev/null" delimited by size into ws-comando-sistema
            call "SYSTEM" using ws-comando-sistema

            open input lista-xml
            if   not ws-operacao-ok
                 move "Nenhum XML na pasta de recepcao" to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move spaces                            to ws-id-fim-lista
            perform until ws-fim-lista
                 read lista-xml
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-lista
                 else
                      if   lst-linha not equal spaces
                           add 1                   to ws-qtde-arquivos
                           perform 2200-processa-nota
                      end-if
                 end-if
            end-perform
            close lista-xml
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2200-processa-nota section.
       2200.
            move spaces                            to ws-nome-arquivo
            move lst-linha (ws-tam-diretorio + 1:) to ws-nome-arquivo
            initialize                             ws-nfe-nota
            move spaces                            to ws-id-nota-valida

            perform 2300-interpreta-xml
            if   ws-nfe-chave-acesso equal spaces
            or   ws-nfe-nunf equal zeroes
            or   ws-nfe-cnpj-emitente equal spaces
            or   ws-nfe-qtde-itens equal zeroes
            or   ws-nfe-qtde-itens > c-max-itens
                 string "Erro - XML [" delimited by size,
                        ws-nome-arquivo delimited by space,
                        "] sem chave de acesso, numero, emitente ou itens"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to rel-linha
                 string ws-nome-arquivo (1:40) " XML INVALIDO - mantido na pasta"
                        delimited by size into rel-linha
                 write rel-linha
                 add 1                             to ws-qtde-invalidos
                 exit section
            end-if

            perform 2400-localiza-fornecedor
            if   ws-nfe-sem-pendencia
                 perform 2420-verifica-duplicidade
            end-if
            if   ws-nfe-sem-pendencia
                 perform 2440-resolve-produtos
            end-if

            if   ws-nfe-sem-pendencia
                 perform 2500-encaminha-carga
            else
                 perform 2600-registra-pendencia
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-interpreta-xml section.
       2300.
            move spaces                            to ws-arquivo-origem
            string ws-diretorio-recepcao delimited by space,
                   ws-nome-arquivo delimited by space into ws-arquivo-origem
            move spaces                            to ws-comando-sistema
            string "sed -e 's/></>\n</g' " delimited by size,
                   ws-arquivo-origem delimited by space,
                   " > " delimited by size,
                   wid-arquivo-xml delimited by space into ws-comando-sistema
            call "SYSTEM" using ws-comando-sistema

            open input nota-xml
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move spaces                            to ws-xml-grupo
            move spaces                            to ws-id-fim-xml
            perform until ws-fim-xml
                 read nota-xml
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-xml
                 else
                      perform 2310-interpreta-linha
                 end-if
            end-perform
            close nota-xml
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Uma marca por linha: abertura (<tag atributos>), fechamento
      *> (</tag>) ou elemento simples (<tag>valor</tag>).
       2310-interpreta-linha section.
       2310.
            move zeroes                            to ws-xml-ini
            inspect xml-linha tallying ws-xml-ini for leading spaces
            add 1                                  to ws-xml-ini
            if   ws-xml-ini > 8000
            or   xml-linha (ws-xml-ini:1) not equal "<"
                 exit section
            end-if
            if   xml-linha (ws-xml-ini + 1:1) equal "?"
            or   xml-linha (ws-xml-ini + 1:1) equal "!"
                 exit section
            end-if

            move spaces                            to ws-xml-tag
                                                      ws-xml-abertura
                                                      ws-xml-resto
                                                      ws-xml-valor
            if   xml-linha (ws-xml-ini + 1:1) equal "/"
                 unstring xml-linha (ws-xml-ini + 2:) delimited by ">"
                          into ws-xml-tag
                 perform 2330-fecha-elemento
                 exit section
            end-if

            unstring xml-linha (ws-xml-ini + 1:) delimited by ">"
                     into ws-xml-abertura ws-xml-resto
            unstring ws-xml-abertura delimited by " " or "/"
                     into ws-xml-tag

      *> <tag/> vazio nao traz nada.
            move zeroes                            to ws-xml-tam
            inspect ws-xml-abertura tallying ws-xml-tam
                    for characters before initial "  "
            if   ws-xml-tam > zero
            and  ws-xml-abertura (ws-xml-tam:1) equal "/"
                 exit section
            end-if

            move zeroes                            to ws-xml-qtde
            inspect ws-xml-resto tallying ws-xml-qtde for all "</"
            if   ws-xml-qtde > zero
                 unstring ws-xml-resto delimited by "</"
                          into ws-xml-valor
                 perform 2340-elemento-simples
            else
                 perform 2320-abre-elemento
            end-if
           .
       2310-exit.
            exit.
      *>=====================================================================
       2320-abre-elemento section.
       2320.
            evaluate ws-xml-tag
                when "infNFe"
                     move spaces                   to ws-xml-lixo ws-xml-resto
                     unstring ws-xml-abertura delimited by 'Id="NFe'
                              into ws-xml-lixo ws-xml-resto
                     move ws-xml-resto (1:44)      to ws-nfe-chave-acesso
                when "ide"
                     move "IDE"                    to ws-xml-grupo
                when "emit"
                     move "EMI"                    to ws-xml-grupo
                when "transporta"
                     move "TRA"                    to ws-xml-grupo
                when "ICMSTot"
                     move "TOT"                    to ws-xml-grupo
                when "det"
                     move "DET"                    to ws-xml-grupo
                     add 1                         to ws-nfe-qtde-itens
                     move ws-nfe-qtde-itens        to ws-idx-item
                when "rastro"
                     if   ws-xml-grupo equal "DET"
                          move "RAS"               to ws-xml-grupo
                     end-if
                when other
                     continue
            end-evaluate
           .
       2320-exit.
            exit.
      *>=====================================================================
       2330-fecha-elemento section.
       2330.
            evaluate ws-xml-tag
                when "ide"
                when "emit"
                when "transporta"
                when "ICMSTot"
                when "det"
                     move spaces                   to ws-xml-grupo
                when "rastro"
                     if   ws-xml-grupo equal "RAS"
                          move "DET"               to ws-xml-grupo
                     end-if
                when other
                     continue
            end-evaluate
           .
       2330-exit.
            exit.
      *>=====================================================================
       2340-elemento-simples section.
       2340.
            evaluate true
                when ws-xml-grupo-ide
                     evaluate ws-xml-tag
                         when "nNF"
                              move function numval (ws-xml-valor)
                                                   to ws-nfe-nunf
                         when "serie"
                              move function numval (ws-xml-valor)
                                                   to ws-nfe-srnf
                         when "dhEmi"
                         when "dEmi"
                              perform 2350-converte-data
                              move ws-data-convertida
                                                   to ws-nfe-data-emissao
                         when other
                              continue
                     end-evaluate
                when ws-xml-grupo-emitente
                     if   ws-xml-tag equal "CNPJ"
                     or   ws-xml-tag equal "CPF"
                          move ws-xml-valor        to ws-nfe-cnpj-emitente
                     end-if
                when ws-xml-grupo-transportador
                     if   ws-xml-tag equal "CNPJ"
                          move ws-xml-valor        to ws-nfe-cnpj-transportador
                     end-if
                when ws-xml-grupo-total
                     evaluate ws-xml-tag
                         when "vNF"
                              move function numval (ws-xml-valor)
                                                   to ws-nfe-valor-total
                         when "vFrete"
                              move function numval (ws-xml-valor)
                                                   to ws-nfe-valor-frete
                         when other
                              continue
                     end-evaluate
                when ws-xml-grupo-item
                     if   ws-idx-item > zero
                     and  ws-idx-item not > c-max-itens
                          perform 2345-campo-item
                     end-if
                when other
                     continue
            end-evaluate
           .
       2340-exit.
            exit.
      *>=====================================================================
       2345-campo-item section.
       2345.
            evaluate ws-xml-tag
                when "cProd"
                     move ws-xml-valor   to ws-itm-cd-produto-fornecedor (ws-idx-item)
                when "cEAN"
                     if   ws-xml-valor not equal "SEM GTIN"
                          move ws-xml-valor        to ws-itm-cd-ean (ws-idx-item)
                     end-if
                when "uCom"
                     move ws-xml-valor             to ws-itm-unidade (ws-idx-item)
                when "qCom"
                     compute ws-itm-quantidade (ws-idx-item) rounded =
                             function numval (ws-xml-valor)
                when "vProd"
                     move function numval (ws-xml-valor)
                                                   to ws-itm-valor (ws-idx-item)
                when "vDesc"
                     move function numval (ws-xml-valor)
                                                   to ws-itm-desconto (ws-idx-item)
                when "vFrete"
                     move function numval (ws-xml-valor)
                                                   to ws-itm-frete (ws-idx-item)
                when "nLote"
                     move ws-xml-valor             to ws-itm-lote (ws-idx-item)
                when "dFab"
                     perform 2350-converte-data
                     move ws-data-convertida       to ws-itm-data-fabricacao (ws-idx-item)
                when "dVal"
                     perform 2350-converte-data
                     move ws-data-convertida       to ws-itm-data-validade (ws-idx-item)
                when other
                     continue
            end-evaluate
           .
       2345-exit.
            exit.
      *>=====================================================================
      *> aaaa-mm-dd[Thh:mm:ss...] -> aaaammdd
       2350-converte-data section.
       2350.
            move ws-xml-valor (1:10)               to ws-data-alfa
            move zeroes                            to ws-data-convertida
            if   ws-data-alfa (1:4) is numeric
            and  ws-data-alfa (6:2) is numeric
            and  ws-data-alfa (9:2) is numeric
                 move ws-data-alfa (1:4)           to ws-data-convertida-ano
                 move ws-data-alfa (6:2)           to ws-data-convertida-mes
                 move ws-data-alfa (9:2)           to ws-data-convertida-dia
            end-if
           .
       2350-exit.
            exit.
      *>=====================================================================
      *> Fornecedor ativo pelo CNPJ do emitente; transportadora pelo CNPJ
      *> do transportador (sem ela, o proprio fornecedor).
       2400-localiza-fornecedor section.
       2400.
            move spaces                            to ws-id-localizado
            initialize                             fdfnc-chave-1
            move low-values                        to fdfnc-chave-1
            perform 9000-str-CSBHD006-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD006-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fdfnc-cnpj equal ws-nfe-cnpj-emitente
                      and  fdfnc-situacao-ativa
                           move fdfnc-cd-fornecedor
                                                   to ws-nfe-cd-fornecedor
                           move "S"                to ws-id-localizado
                           move "S"                to ws-id-fim-arquivo
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   not ws-localizado
                 move "F"                          to ws-nfe-motivo
                 string "Fornecedor CNPJ " ws-nfe-cnpj-emitente
                        " nao cadastrado ou inativo em CSBHD006"
                        delimited by size into ws-nfe-ds-motivo
                 exit section
            end-if

            move ws-nfe-cd-fornecedor              to ws-nfe-cd-transportadora
            if   ws-nfe-cnpj-transportador equal spaces
                 exit section
            end-if
            initialize                             fetpt-chave-1
            move low-values                        to fetpt-chave-1
            perform 9000-str-CSBHD005-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD005-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fetpt-cnpj equal ws-nfe-cnpj-transportador
                           move feisd-cd-transpordadora
                                                   to ws-nfe-cd-transportadora
                           move "S"                to ws-id-fim-arquivo
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Mesma conferencia da carga (2820): nunf/srnf do fornecedor ja
      *> em CSBHD007; alem dela, a chave de acesso ja encaminhada numa
      *> recepcao anterior que a carga ainda nao aplicou.
       2420-verifica-duplicidade section.
       2420.
            initialize                             fnfr-chave-1
            move ws-nfe-chave-acesso               to fnfr-chave-acesso
            perform 9000-ler-CSBHD086-ran
            if   ws-operacao-ok
            and  fnfr-situacao-carregada
                 move "D"                          to ws-nfe-motivo
                 string "Nota ja recebida em " fnfr-data-situacao
                        " - entrada " fnfr-cd-entrada
                        delimited by size into ws-nfe-ds-motivo
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "00"                              to ws-resultado-acesso

            move spaces                            to ws-id-localizado
            initialize                             fdetd-entrada
            move ws-nfe-nunf                       to fdetd-nunf
            perform 9000-str-CSBHD007-eql-4
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD007-next
                 perform
                   until not ws-operacao-ok
                   or     fdetd-nunf not = ws-nfe-nunf
                   or     ws-localizado
                         evaluate true
                             when fdetd-srnf not equal ws-nfe-srnf
                                  perform 9000-ler-CSBHD007-next
                             when fdetd-cd-fornecedor not equal zeroes
                              and fdetd-cd-fornecedor equal ws-nfe-cd-fornecedor
                                  move "S"         to ws-id-localizado
                             when fdetd-cd-fornecedor equal zeroes
                              and fdfnc-cd-transpordadora equal ws-nfe-cd-transportadora
                                  move "S"         to ws-id-localizado
                             when other
                                  perform 9000-ler-CSBHD007-next
                         end-evaluate
                 end-perform
            end-if
            move "00"                              to ws-resultado-acesso
            if   ws-localizado
                 move "D"                          to ws-nfe-motivo
                 string "Nota ja cadastrada - entrada " fdfnc-cd-entrada
                        " filial " fdfnc-cd-filial
                        delimited by size into ws-nfe-ds-motivo
            end-if
           .
       2420-exit.
            exit.
      *>=====================================================================
      *> Produto do item: EAN ativo em CSBHD051; senao o codigo do
      *> produto no fornecedor em CSBHD085.
       2440-resolve-produtos section.
       2440.
            move zeroes                            to ws-nfe-qtde-sem-produto
            perform varying ws-idx-item from 1 by 1
                    until ws-idx-item > ws-nfe-qtde-itens
                 move zeroes                       to ws-itm-cd-produto (ws-idx-item)
                 if   ws-itm-cd-ean (ws-idx-item) not equal spaces
                      initialize                   fean-chave-1
                      move ws-itm-cd-ean (ws-idx-item) to fean-cd-ean
                      perform 9000-ler-CSBHD051-ran
                      if   ws-operacao-ok
                      and  fean-situacao-ativa
                           move fean-cd-produto    to ws-itm-cd-produto (ws-idx-item)
                      end-if
                 end-if
                 if   ws-itm-cd-produto (ws-idx-item) equal zeroes
                      initialize                   fpfr-chave-1
                      move ws-nfe-cd-fornecedor    to fpfr-cd-fornecedor
                      move ws-itm-cd-produto-fornecedor (ws-idx-item)
                                                   to fpfr-cd-produto-fornecedor
                      perform 9000-ler-CSBHD085-ran
                      if   ws-operacao-ok
                      and  fpfr-situacao-ativa
                           move fpfr-cd-produto    to ws-itm-cd-produto (ws-idx-item)
                      end-if
                 end-if
                 move "00"                         to ws-resultado-acesso
                 if   ws-itm-cd-produto (ws-idx-item) equal zeroes
                      add 1                        to ws-nfe-qtde-sem-produto
                      if   ws-nfe-qtde-sem-produto equal 1
                           move "P"                to ws-nfe-motivo
                           string "Produto [" delimited by size,
                                  ws-itm-cd-produto-fornecedor (ws-idx-item)
                                                   delimited by "  ",
                                  "] EAN [" delimited by size,
                                  ws-itm-cd-ean (ws-idx-item) delimited by space,
                                  "] sem cadastro" delimited by size
                                                   into ws-nfe-ds-motivo
                      end-if
                 end-if
            end-perform
            if   ws-nfe-qtde-sem-produto > 1
                 move ws-nfe-qtde-sem-produto      to ws-qtde-edt
                 move spaces                       to ws-nfe-ds-motivo
                 string ws-qtde-edt " itens sem EAN nem referencia do fornecedor"
                        delimited by size into ws-nfe-ds-motivo
            end-if
           .
       2440-exit.
            exit.
      *>=====================================================================
      *> Nota aceita: numera a Entrada, grava as linhas de carga, marca
      *> a chave como encaminhada e tira o XML da pasta.
       2500-encaminha-carga section.
       2500.
            add 1                                  to ws-qtde-encaminhadas
            if   lnk-dry-run
                 move spaces                       to rel-linha
                 string ws-nome-arquivo (1:40) " " ws-nfe-nunf "/"
                        ws-nfe-srnf " " ws-nfe-cnpj-emitente
                        " ACEITA (previa)"
                        delimited by size into rel-linha
                 write rel-linha
                 exit section
            end-if

            initialize                             ws-seq-parametros
            move "ENT"                             to ws-seq-tipo-documento
            move ws-cd-empresa                     to ws-seq-cd-empresa
            move ws-cd-filial                      to ws-seq-cd-filial
            call "CSBH03043N" using linkage-parametros
                                    ws-seq-parametros
            if   not ws-seq-ok
                 subtract 1                        from ws-qtde-encaminhadas
                 string "Erro - numeracao de Entrada: " ws-seq-id-erro
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to rel-linha
                 string ws-nome-arquivo (1:40) " " ws-nfe-nunf "/"
                        ws-nfe-srnf " " ws-nfe-cnpj-emitente
                        " SEM NUMERO DE ENTRADA - mantida na pasta"
                        delimited by size into rel-linha
                 write rel-linha
                 exit section
            end-if
            move ws-seq-numero                     to ws-nfe-cd-entrada

            perform 2510-abre-csv-carga
            perform 2520-grava-linhas-carga

            initialize                             fnfr-chave-1
            move ws-nfe-chave-acesso               to fnfr-chave-acesso
            perform 9000-ler-CSBHD086-ran
            if   not ws-operacao-ok
                 perform 2530-monta-recepcao
                 move "C"                          to fnfr-situacao
                 perform 9000-gravar-CSBHD086
            else
                 perform 2530-monta-recepcao
                 move "C"                          to fnfr-situacao
                 perform 9000-regravar-CSBHD086
            end-if
            move "00"                              to ws-resultado-acesso

            move spaces                            to ws-arquivo-destino
            string ws-diretorio-processadas delimited by space,
                   ws-nome-arquivo delimited by space into ws-arquivo-destino
            call "CBL_RENAME_FILE" using ws-arquivo-origem
                                         ws-arquivo-destino
            end-call

            move spaces                            to rel-linha
            string ws-nome-arquivo (1:40) " " ws-nfe-nunf "/"
                   ws-nfe-srnf " " ws-nfe-cnpj-emitente
                   " ENCAMINHADA - entrada " ws-nfe-cd-entrada
                   delimited by size into rel-linha
            write rel-linha
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> Acrescenta aos CSV de carga existentes; arquivo novo ganha a
      *> linha de cabecalho que a carga despreza.
       2510-abre-csv-carga section.
       2510.
            if   ws-csv-aberto
                 exit section
            end-if
            move "S"                               to ws-id-csv-aberto

            open extend arqentradacsv
            if   not ws-operacao-ok
                 open output arqentradacsv
                 move "empresa;filial;entrada;transportadora;data_pedido;data_entrada;total;frete;nunf;srnf;fornecedor"
                                                   to reg-arqentradacsv
                 write reg-arqentradacsv
            end-if
            open extend arqitementradacsv
            if   not ws-operacao-ok
                 open output arqitementradacsv
                 move "empresa;filial;entrada;produto;sequencia;lote;quantidade;frete;deposito;numero_serie;unidade"
                                                   to reg-arqitementradacsv
                 write reg-arqitementradacsv
            end-if
            open extend arqprodutocsv
            if   not ws-operacao-ok
                 open output arqprodutocsv
                 move "empresa;filial;entrada;produto;sequencia;lote;quantidade;valor"
                                                   to reg-arqprodutocsv
                 write reg-arqprodutocsv
            end-if
            open extend arqlotecsv
            if   not ws-operacao-ok
                 open output arqlotecsv
                 move "produto;lote;fornecedor;referencia;data_fabricacao;data_validade"
                                                   to reg-arqlotecsv
                 write reg-arqlotecsv
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2510-exit.
            exit.
      *>=====================================================================
       2520-grava-linhas-carga section.
       2520.
            move ws-nfe-valor-total                to ws-csv-total
            move ws-nfe-valor-frete                to ws-csv-frete
            move spaces                            to reg-arqentradacsv
            string ws-cd-empresa ";" ws-cd-filial ";" ws-nfe-cd-entrada ";"
                   ws-nfe-cd-transportadora ";" ws-nfe-data-emissao ";"
                   ws-data-inv ";" ws-csv-total ";" ws-csv-frete ";"
                   ws-nfe-nunf ";" ws-nfe-srnf ";" ws-nfe-cd-fornecedor
                   delimited by size into reg-arqentradacsv
            write reg-arqentradacsv

            perform varying ws-idx-item from 1 by 1
                    until ws-idx-item > ws-nfe-qtde-itens
                 move ws-itm-frete (ws-idx-item)   to ws-csv-frete
                 move spaces                       to reg-arqitementradacsv
                 string ws-cd-empresa ";" ws-cd-filial ";"
                        ws-nfe-cd-entrada ";"
                        ws-itm-cd-produto (ws-idx-item) ";"
                        ws-idx-item ";" delimited by size,
                        ws-itm-lote (ws-idx-item) delimited by "  ",
                        ";" delimited by size,
                        ws-itm-quantidade (ws-idx-item) ";"
                        ws-csv-frete ";000;;" delimited by size,
                        ws-itm-unidade (ws-idx-item) delimited by space
                        into reg-arqitementradacsv
                 write reg-arqitementradacsv

                 compute ws-valor-item = ws-itm-valor (ws-idx-item)
                                       - ws-itm-desconto (ws-idx-item)
                 move ws-valor-item                to ws-csv-valor
                 move spaces                       to reg-arqprodutocsv
                 string ws-cd-empresa ";" ws-cd-filial ";"
                        ws-nfe-cd-entrada ";"
                        ws-itm-cd-produto (ws-idx-item) ";"
                        ws-idx-item ";" delimited by size,
                        ws-itm-lote (ws-idx-item) delimited by "  ",
                        ";" delimited by size,
                        ws-itm-quantidade (ws-idx-item) ";"
                        ws-csv-valor delimited by size
                        into reg-arqprodutocsv
                 write reg-arqprodutocsv

      *> Lote rastreado com fabricacao e validade entra no cadastro de
      *> lotes (a carga de item confere o lote em CSBHD018).
                 if   ws-itm-lote (ws-idx-item) not equal spaces
                 and  ws-itm-data-fabricacao (ws-idx-item) not equal zeroes
                 and  ws-itm-data-validade (ws-idx-item) not equal zeroes
                      move spaces                  to reg-arqlotecsv
                      string ws-itm-cd-produto (ws-idx-item) ";"
                             delimited by size,
                             ws-itm-lote (ws-idx-item) delimited by "  ",
                             ";" delimited by size,
                             ws-nfe-cd-fornecedor ";NF "
                             ws-nfe-nunf ";"
                             ws-itm-data-fabricacao (ws-idx-item) ";"
                             ws-itm-data-validade (ws-idx-item)
                             delimited by size into reg-arqlotecsv
                      write reg-arqlotecsv
                 end-if
            end-perform
           .
       2520-exit.
            exit.
      *>=====================================================================
      *> Campos da recepcao comuns a nota encaminhada e a pendente; o
      *> registro ja lido (ou nao) de CSBHD086 fica na area.
       2530-monta-recepcao section.
       2530.
            move fnfr-situacao                     to ws-situacao-anterior (1:1)
            move fnfr-motivo                       to ws-situacao-anterior (2:1)
            if   not ws-operacao-ok
                 initialize                        fnfr-nfe-recebida
                 move ws-nfe-chave-acesso          to fnfr-chave-acesso
                 move ws-data-inv                  to fnfr-data-recepcao
                 move spaces                       to ws-situacao-anterior
            end-if
            move ws-cd-empresa                     to fnfr-cd-empresa
            move ws-cd-filial                      to fnfr-cd-filial
            move ws-nfe-cnpj-emitente              to fnfr-cnpj-emitente
            move ws-nfe-cd-fornecedor              to fnfr-cd-fornecedor
            move ws-nfe-nunf                       to fnfr-nunf
            move ws-nfe-srnf                       to fnfr-srnf
            move ws-nfe-data-emissao               to fnfr-data-emissao
            move ws-nfe-valor-total                to fnfr-valor-total
            move ws-nfe-qtde-itens                 to fnfr-qtde-itens
            move ws-nome-arquivo                   to fnfr-nome-arquivo
            move ws-nfe-motivo                     to fnfr-motivo
            move ws-nfe-ds-motivo                  to fnfr-ds-motivo
            move ws-nfe-cd-entrada                 to fnfr-cd-entrada
            move ws-data-inv                       to fnfr-data-situacao
            move ws-ano-inv                        to fnfr-dt-atualizacao-ano
            move ws-mes-inv                        to fnfr-dt-atualizacao-mes
            move ws-dia-inv                        to fnfr-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fnfr-hr-atualizacao-hora
            move ws-minutos                        to fnfr-hr-atualizacao-minuto
            move ws-segundos                       to fnfr-hr-atualizacao-segundo
            move este-programa                     to fnfr-job-origem
           .
       2530-exit.
            exit.
      *>=====================================================================
      *> Nota barrada vai para a lista do comprador; a caixa de
      *> notificacoes so e avisada quando a pendencia e nova ou muda de
      *> motivo, nao a cada releitura do mesmo XML.
       2600-registra-pendencia section.
       2600.
            add 1                                  to ws-qtde-pendentes
            move spaces                            to rel-linha
            string ws-nome-arquivo (1:40) " " ws-nfe-nunf "/"
                   ws-nfe-srnf " " ws-nfe-cnpj-emitente
                   " PENDENTE - " ws-nfe-ds-motivo
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-dry-run
                 exit section
            end-if

            initialize                             fnfr-chave-1
            move ws-nfe-chave-acesso               to fnfr-chave-acesso
            perform 9000-ler-CSBHD086-ran
            if   ws-operacao-ok
            and  fnfr-situacao-carregada
      *> A chave ja encaminhada nao volta a pendente: a copia do XML
      *> sai da pasta junto com a original e fica so o aviso.
                 move "CD"                         to ws-situacao-anterior
                 move spaces                       to ws-arquivo-destino
                 string ws-diretorio-processadas delimited by space,
                        "DUPLICADA_" delimited by size,
                        ws-nome-arquivo delimited by space
                                                   into ws-arquivo-destino
                 call "CBL_RENAME_FILE" using ws-arquivo-origem
                                              ws-arquivo-destino
                 end-call
            else
                 perform 2530-monta-recepcao
                 move "P"                          to fnfr-situacao
                 if   ws-situacao-anterior equal spaces
                      perform 9000-gravar-CSBHD086
                 else
                      perform 9000-regravar-CSBHD086
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            if   ws-situacao-anterior (1:1) not equal "P"
            or   ws-situacao-anterior (2:1) not equal ws-nfe-motivo
                 move "NFP"                        to ws-ntf-tipo-evento
                 move spaces                       to ws-ntf-ds-evento
                 string "NF-e " ws-nfe-nunf "/" ws-nfe-srnf
                        " pendente: " ws-nfe-ds-motivo
                        delimited by size into ws-ntf-ds-evento
                 perform 9450-deposita-notificacao
            end-if
           .
       2600-exit.
            exit.
      *>=====================================================================
      *> Lista do comprador: todas as pendencias da empresa/filial; a
      *> que nao tem mais o XML na pasta foi descartada e sai.
       2700-lista-pendencias section.
       2700.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Notas pendentes para o comprador"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Chave de acesso                              "
                   "Nota/Serie    Recebida Motivo"
                   delimited by size into rel-linha
            write rel-linha

            initialize                             fnfr-chave-1
            move low-values                        to fnfr-chave-1
            perform 9000-str-CSBHD086-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD086-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fnfr-cd-empresa equal ws-cd-empresa
                      and  fnfr-cd-filial  equal ws-cd-filial
                      and  fnfr-situacao-pendente
                           perform 2710-imprime-pendencia
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2700-exit.
            exit.
      *>=====================================================================
       2710-imprime-pendencia section.
       2710.
            initialize                             ws-check-file
            string ws-diretorio-recepcao delimited by space,
                   fnfr-nome-arquivo delimited by space into ws-filename
            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                       to ws-cbl-status-code
            if   not ws-cbl-status
            and  not lnk-dry-run
                 perform 9000-excluir-CSBHD086
                 add 1                             to ws-qtde-retiradas
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            add 1                                  to ws-qtde-lista
            move spaces                            to rel-linha
            string fnfr-chave-acesso " " fnfr-nunf "/" fnfr-srnf " "
                   fnfr-data-recepcao " " fnfr-ds-motivo (1:40)
                   delimited by size into rel-linha
            write rel-linha
           .
       2710-exit.
            exit.
      *>=====================================================================
       2800-imprime-resumo section.
       2800.
            move spaces                            to rel-linha
            write rel-linha
            move ws-qtde-arquivos                  to ws-qtde-edt
            move spaces                            to rel-linha
            string "  XML lidos na pasta de recepcao             : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-encaminhadas              to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Notas encaminhadas para a carga            : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-pendentes                 to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Notas barradas nesta leitura               : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-invalidos                 to ws-qtde-edt
            move spaces                            to rel-linha
            string "  XML invalidos                              : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-lista                     to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Pendencias na lista do comprador           : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-retiradas                 to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Pendencias retiradas (XML fora da pasta)   : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
           .
       2800-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-encaminhadas              to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh01007n

            if   ws-tracelog-csbh01007n
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
            if   ws-tracelog-csbh01007n
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
       COPY CSBHP008.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL005.
       COPY CSBHL006.
       COPY CSBHL007.
       COPY CSBHL033.
       COPY CSBHL051.
       COPY CSBHL068.
       COPY CSBHL085.
       COPY CSBHL086.
