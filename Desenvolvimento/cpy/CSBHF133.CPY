      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF133.CPY
      *>Select      : CSBHS133.CPY
      *>CSBHL       : CSBHL133.CPY
      *>Nome Físico : CSBHD133.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Controle de Execução dos Jobs Financeiros"
      *>
      *>        SELECT CSBHD133 Assign to disk wid-csbh133
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcex-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD133.

      *>=====================================================================
      *>Nome Lógico : controle de execucao dos jobs financeiros
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Uma execucao do faturamento CSBH03014F, da geracao de contas a
      *>pagar CSBH03025G, da comissao CSBH03029V ou da remessa de
      *>boletos CSBH03035R por empresa/filial/periodo (secoes de
      *>CSBHP026). Sequencia zero e o registro de controle da
      *>execucao: situacao, quantos documentos ela gravou, ate qual
      *>deles o processamento esta confirmado e o ultimo documento
      *>confirmado - de onde a reexecucao retoma. Sequencia 1 em
      *>diante e cada documento gravado pela execucao (arquivo e
      *>chave), que o estorno da execucao cancela de uma vez. O
      *>periodo e aaaamm00 nos jobs mensais e aaaammdd nos diarios;
      *>a execucao seguinte do mesmo periodo so existe depois do
      *>estorno da anterior.
      *>=====================================================================
       01  fcex-controle-execucao.
           03 fcex-chave-1.
              05 fcex-programa                    pic  x(10).
              05 fcex-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fcex-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fcex-periodo                     pic  9(08).
              05 fcex-execucao                    pic  9(03).
              05 fcex-sequencia                   pic  9(07).
                 *>Zero = controle da execucao; demais = documento.
           03 fcex-situacao                       pic  x(01).
              *>Controle:
              88 fcex-execucao-em-andamento                   value "E".
              88 fcex-execucao-concluida                      value "T".
              88 fcex-execucao-estornada                      value "X".
              *>Documento:
              88 fcex-documento-gravado                       value "G".
              88 fcex-documento-estornado                     value "C".
           03 fcex-arquivo                        pic  x(08).
              *>Documento: arquivo gravado (ex.: CSBHD029).
           03 fcex-chave-documento                pic  x(30).
              *>Documento: chave primaria do registro gravado;
              *>controle: ultimo documento confirmado.
           03 fcex-qtde-documentos                pic  9(07).
           03 fcex-sequencia-confirmada           pic  9(07).
              *>Documentos ate esta sequencia estao completos; os
              *>seguintes sao de um documento interrompido e a
              *>retomada os cancela antes de seguir.
           03 fcex-data-inicio                    pic  9(08).
           03 fcex-hora-inicio                    pic  9(06).
           03 fcex-data-fim                       pic  9(08).
           03 fcex-hora-fim                       pic  9(06).
           03 fcex-cd-operador                    pic  x(08).
           03 fcex-qtde-retomadas                 pic  9(03).
           03 fcex-data-estorno                   pic  9(08).
           03 fcex-cd-operador-estorno            pic  x(08).
           03 fcex-qtde-estornados                pic  9(07).
           03 fcex-dt-atualizacao.
              05 fcex-dt-atualizacao-ano          pic  9(04).
              05 fcex-dt-atualizacao-mes          pic  9(02).
              05 fcex-dt-atualizacao-dia          pic  9(02).
           03 fcex-hr-atualizacao.
              05 fcex-hr-atualizacao-hora         pic  9(02).
              05 fcex-hr-atualizacao-minuto       pic  9(02).
              05 fcex-hr-atualizacao-segundo      pic  9(02).
           03 fcex-job-origem                     pic  x(10).
