      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF090.CPY
      *>Select      : CSBHS090.CPY
      *>CSBHL       : CSBHL090.CPY
      *>Nome Físico : CSBHD090.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Extrato Bancario"
      *>
      *>        SELECT CSBHD090 Assign to disk wid-csbh090
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fexb-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD090.

      *>=====================================================================
      *>Nome Lógico : extrato bancario
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Lancamento do extrato diario da conta pagadora/recebedora da
      *>empresa/filial (CSBHD089 tipo "E"), carregado do arquivo CNAB
      *>240 de extrato (segmento E) pelo CSBH03062T. A chave repete o
      *>NSA, o lote e a sequencia do arquivo do banco, e recarregar o
      *>mesmo arquivo nao duplica lancamento. A conciliacao CSBH03063C
      *>amarra o lancamento a uma baixa a receber (CSBHD091), a uma
      *>liquidacao de boleto (CSBHD056) ou a um titulo pago (CSBHD041).
      *>=====================================================================
       01  fexb-extrato-bancario.
           03 fexb-chave-1.
              05 fexb-cd-empresa                  pic  9(03).
              05 fexb-cd-filial                   pic  9(03).
              05 fexb-data-lancamento             pic  9(08).
              05 fexb-nsa                         pic  9(06).
              05 fexb-lote                        pic  9(04).
              05 fexb-sequencia                   pic  9(05).
           03 fexb-cd-banco                       pic  9(03).
           03 fexb-agencia                        pic  9(05).
           03 fexb-conta                          pic  9(12).
           03 fexb-natureza                       pic  x(03).
           03 fexb-tipo-lancamento                pic  x(01).
              88 fexb-lancamento-debito                       value "D".
              88 fexb-lancamento-credito                      value "C".
           03 fexb-valor                          pic s9(13)v99.
           03 fexb-categoria                      pic  9(03).
           03 fexb-cd-historico                   pic  x(04).
           03 fexb-historico                      pic  x(25).
           03 fexb-nr-documento                   pic  x(39).
           03 fexb-complemento                    pic  x(20).
           03 fexb-conciliacao.
              05 fexb-origem-conciliada           pic  x(01).
                 88 fexb-pendente                             value " ".
                 88 fexb-conciliado-receber                   value "R".
                 88 fexb-conciliado-boleto                    value "B".
                 88 fexb-conciliado-pagar                     value "P".
              05 fexb-chave-conciliada            pic  x(22).
                 *>Empresa, filial, titulo/fatura e sequencia da baixa
                 *>(no boleto, a parcela no lugar da sequencia).
              05 fexb-data-conciliacao            pic  9(08).
           03 fexb-dt-atualizacao.
              05 fexb-dt-atualizacao-ano          pic  9(04).
              05 fexb-dt-atualizacao-mes          pic  9(02).
              05 fexb-dt-atualizacao-dia          pic  9(02).
           03 fexb-hr-atualizacao.
              05 fexb-hr-atualizacao-hora         pic  9(02).
              05 fexb-hr-atualizacao-minuto       pic  9(02).
              05 fexb-hr-atualizacao-segundo      pic  9(02).
           03 fexb-job-origem                     pic  x(10).
