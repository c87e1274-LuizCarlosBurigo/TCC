
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH01001C.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-LIMITE-REJEICAO,
      *> PERC-TOLERANCIA-PRECO, VALOR-PEDIDO-SEM-REQ.
      *> Os valores em vigor vao para o tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS074.
           COPY CSBHS075.
           COPY CSBHS076.
           COPY CSBHS077.
           COPY CSBHS078.
           COPY CSBHS080.
           COPY CSBHS081.
           COPY CSBHS082.
           COPY CSBHS083.
           COPY CSBHS084.
           COPY CSBHS085.
           COPY CSBHS087.
           COPY CSBHS088.
           COPY CSBHS089.
           COPY CSBHS092.
           COPY CSBHS093.
           COPY CSBHS095.
           COPY CSBHS098.
           COPY CSBHS099.
           COPY CSBHS100.
           COPY CSBHS103.
           COPY CSBHS104.
           COPY CSBHS105.
           COPY CSBHS106.
           COPY CSBHS109.
           COPY CSBHS110.
           COPY CSBHS113.
           COPY CSBHS116.
           COPY CSBHS117.
           COPY CSBHS120.
           COPY CSBHS121.
           COPY CSBHS122.
           COPY CSBHS123.
           COPY CSBHS124.
           COPY CSBHS126.
           COPY CSBHS127.
           COPY CSBHS128.
           COPY CSBHS129.
           COPY CSBHS130.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqasncsv assign to wid-arqasncsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqparametroestoquecsv assign to wid-arqparametroestoquecsv
                  organization is line sequential
                  file status ws-resultado-acesso.
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqposicaocsv assign to wid-arqposicaocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqcreditocsv assign to wid-arqcreditocsv
                  organization is line sequential
                  file status ws-resultado-acesso.
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqdocparceirocsv assign to wid-arqdocparceirocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqsucessaocsv assign to wid-arqsucessaocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqcotacaovendacsv assign to wid-arqcotacaovendacsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqpromocaocsv assign to wid-arqpromocaocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqjanelacsv assign to wid-arqjanelacsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqagendamentocsv assign to wid-arqagendamentocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqcanalcsv assign to wid-arqcanalcsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqperfilcsv assign to wid-arqperfilcsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqconflitocsv assign to wid-arqconflitocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqmotivocsv assign to wid-arqmotivocsv
                  organization is line sequential
                  file status ws-resultado-acesso.
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqnaturezacsv assign to wid-arqnaturezacsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqregrastcsv assign to wid-arqregrastcsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqpiscofinscsv assign to wid-arqpiscofinscsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqcambiocsv assign to wid-arqcambiocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqdicsv assign to wid-arqdicsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqprodfornecsv assign to wid-arqprodfornecsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqretencaocsv assign to wid-arqretencaocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqcredorfiscalcsv assign to wid-arqcredorfiscalcsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqcontabancariacsv assign to wid-arqcontabancariacsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqcondicaocsv assign to wid-arqcondicaocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqparametrocobrancacsv assign to wid-arqparametrocobrancacsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqregracontabilcsv assign to wid-arqregracontabilcsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqacordoverbacsv assign to wid-arqacordoverbacsv
                  organization is line sequential
                  file status ws-resultado-acesso.

           select arqkitcsv assign to wid-arqkitcsv
                  organization is line sequential
                  file status ws-resultado-acesso.
           COPY CSBHF074.
           COPY CSBHF075.
           COPY CSBHF076.
           COPY CSBHF077.
           COPY CSBHF078.
           COPY CSBHF080.
           COPY CSBHF081.
           COPY CSBHF082.
           COPY CSBHF083.
           COPY CSBHF084.
           COPY CSBHF085.
           COPY CSBHF087.
           COPY CSBHF088.
           COPY CSBHF089.
           COPY CSBHF092.
           COPY CSBHF093.
           COPY CSBHF095.
           COPY CSBHF098.
           COPY CSBHF099.
           COPY CSBHF100.
           COPY CSBHF103.
           COPY CSBHF104.
           COPY CSBHF105.
           COPY CSBHF106.
           COPY CSBHF109.
           COPY CSBHF110.
           COPY CSBHF113.
           COPY CSBHF116.
           COPY CSBHF117.
           COPY CSBHF120.
           COPY CSBHF121.
           COPY CSBHF122.
           COPY CSBHF123.
           COPY CSBHF124.
           COPY CSBHF126.
           COPY CSBHF127.
           COPY CSBHF128.
           COPY CSBHF129.
           COPY CSBHF130.
           COPY CSBHF999.

           fd   trace-log.
           fd arqpedidocsv.
           01 reg-arqpedidocsv                      pic  x(350).

           fd arqasncsv.
           01 reg-arqasncsv                         pic  x(350).

           fd arqparametroestoquecsv.
           01 reg-arqparametroestoquecsv            pic  x(350).

           fd arqenderecocsv.
           01 reg-arqenderecocsv                    pic  x(350).

           fd arqposicaocsv.
           01 reg-arqposicaocsv                     pic  x(350).

           fd arqcreditocsv.
           01 reg-arqcreditocsv                     pic  x(350).

           fd arqveiculocsv.
           01 reg-arqveiculocsv                     pic  x(350).

           fd arqdocparceirocsv.
           01 reg-arqdocparceirocsv                 pic  x(350).

           fd arqsucessaocsv.
           01 reg-arqsucessaocsv                    pic  x(350).

           fd arqcotacaovendacsv.
           01 reg-arqcotacaovendacsv                pic  x(350).

           fd arqpromocaocsv.
           01 reg-arqpromocaocsv                    pic  x(350).

           fd arqjanelacsv.
           01 reg-arqjanelacsv                      pic  x(350).

           fd arqagendamentocsv.
           01 reg-arqagendamentocsv                 pic  x(350).

           fd arqcanalcsv.
           01 reg-arqcanalcsv                       pic  x(350).

           fd arqperfilcsv.
           01 reg-arqperfilcsv                      pic  x(350).

           fd arqconflitocsv.
           01 reg-arqconflitocsv                    pic  x(350).

           fd arqmotivocsv.
           01 reg-arqmotivocsv                      pic  x(350).

           fd arqaliquotacsv.
           01 reg-arqaliquotacsv                    pic  x(350).

           fd arqnaturezacsv.
           01 reg-arqnaturezacsv                    pic  x(350).

           fd arqregrastcsv.
           01 reg-arqregrastcsv                     pic  x(350).

           fd arqpiscofinscsv.
           01 reg-arqpiscofinscsv                   pic  x(350).

           fd arqcambiocsv.
           01 reg-arqcambiocsv                      pic  x(350).

           fd arqdicsv.
           01 reg-arqdicsv                          pic  x(350).

           fd arqprodfornecsv.
           01 reg-arqprodfornecsv                   pic  x(350).

           fd arqretencaocsv.
           01 reg-arqretencaocsv                    pic  x(350).

           fd arqcredorfiscalcsv.
           01 reg-arqcredorfiscalcsv                pic  x(350).

           fd arqcontabancariacsv.
           01 reg-arqcontabancariacsv               pic  x(350).

           fd arqcondicaocsv.
           01 reg-arqcondicaocsv                    pic  x(350).

           fd arqparametrocobrancacsv.
           01 reg-arqparametrocobrancacsv           pic  x(350).

           fd arqregracontabilcsv.
           01 reg-arqregracontabilcsv               pic  x(350).

           fd arqacordoverbacsv.
           01 reg-arqacordoverbacsv                 pic  x(350).

           fd arqkitcsv.
           01 reg-arqkitcsv                         pic  x(350).

           03 wid-arqcontatocsv                      pic x(250).
           03 wid-arqlotecsv                         pic x(250).
           03 wid-arqpedidocsv                       pic x(250).
           03 wid-arqasncsv                          pic x(250).
           03 wid-arqparametroestoquecsv             pic x(250).
           03 wid-arqcontagemcsv                     pic x(250).
           03 wid-arqocorrenciacsv                   pic x(250).
           03 wid-arqtarifafretecsv                  pic x(250).
           03 wid-arqrotacsv                         pic x(250).
           03 wid-arqenderecocsv                     pic x(250).
           03 wid-arqposicaocsv                      pic x(250).
           03 wid-arqcreditocsv                      pic x(250).
           03 wid-arqimpostosaidacsv                 pic x(250).
           03 wid-arqoperadorcsv                     pic x(250).
           03 wid-arqvendedorcsv                     pic x(250).
           03 wid-arqprodutomestrecsv                pic x(250).
           03 wid-arqveiculocsv                      pic x(250).
           03 wid-arqdocparceirocsv                  pic x(250).
           03 wid-arqsucessaocsv                     pic x(250).
           03 wid-arqcotacaovendacsv                 pic x(250).
           03 wid-arqpromocaocsv                     pic x(250).
           03 wid-arqjanelacsv                       pic x(250).
           03 wid-arqagendamentocsv                  pic x(250).
           03 wid-arqcanalcsv                        pic x(250).
           03 wid-arqperfilcsv                       pic x(250).
           03 wid-arqconflitocsv                     pic x(250).
           03 wid-arqmotivocsv                       pic x(250).
           03 wid-arqdepositocsv                     pic x(250).
           03 wid-arqeancsv                          pic x(250).
           03 wid-arqcotacaocsv                      pic x(250).
           03 wid-arqrequisicaocsv                   pic x(250).
           03 wid-arqaliquotacsv                     pic x(250).
           03 wid-arqnaturezacsv                     pic x(250).
           03 wid-arqregrastcsv                      pic x(250).
           03 wid-arqpiscofinscsv                    pic x(250).
           03 wid-arqcambiocsv                       pic x(250).
           03 wid-arqdicsv                           pic x(250).
           03 wid-arqprodfornecsv                    pic x(250).
           03 wid-arqretencaocsv                     pic x(250).
           03 wid-arqcredorfiscalcsv                 pic x(250).
           03 wid-arqcontabancariacsv                pic x(250).
           03 wid-arqcondicaocsv                     pic x(250).
           03 wid-arqparametrocobrancacsv            pic x(250).
           03 wid-arqregracontabilcsv                pic x(250).
           03 wid-arqacordoverbacsv                  pic x(250).
           03 wid-arqkitcsv                          pic x(250).
           03 wid-arqvolumecsv                       pic x(250).
           03 wid-arqexcecaoperiodo                  pic x(250).
            03 ws-tipo-telefone-alfa                 pic x(01) value spaces.
            03 ws-ddd-contato-alfa                   pic x(03) value spaces.
            03 ws-numero-tel-contato-alfa            pic x(09) value spaces.
            03 ws-cd-condicao-alfa                   pic x(03) value spaces.

       01  ws-campos-label-arqcsv.
           03 ws-campos-cidade-csv.                 *> Exemplo: CSBH01001C_CIDADE.CSV
              05 ws-telefone-5 occurs 4 times.
                 07 ws-ddd-5                          pic 9(03).
                 07 ws-numero-tel-5                   pic 9(09).
              05 ws-cd-condicao-5                    pic 9(03).

           03 ws-campos-produto-csv.                *> Exemplo: CSBH01001C_PRODUTO.CSV
              05 ws-cd-empresa-6                     pic 9(03).
              05 ws-nunf-8                           pic s9(09).
              05 ws-srnf-8                           pic s9(03).
              05 ws-cd-fornecedor-8                  pic 9(09).
              05 ws-id-consignacao-8                 pic x(01).
                 88 ws-consignacao-8                          value "C" "c".
              05 ws-id-agendamento-8                 pic x(01).
                 88 ws-com-agendamento-8                      value "S".
              05 ws-id-fim-agendamento-8             pic x(01).
                 88 ws-fim-agendamento-8                      value "S".
              05 ws-chave-agendamento-8              pic x(23).

           03 ws-campos-item-entrada-csv.           *> Exemplo: CSBH01001C_ITEM_ENTRADA.CSV
              05 ws-cd-empresa-9                     pic 9(03).
              05 ws-cd-deposito-9                    pic 9(03).
              05 ws-numero-serie-9                   pic x(20).
              05 ws-cd-unidade-9                     pic x(03).
              05 ws-id-consignacao-9                 pic x(01).
                 88 ws-consignacao-9                          value "C".
              05 ws-cd-fornecedor-9                  pic 9(09).

           03 ws-campos-lista-preco-csv.            *> Exemplo: CSBH01001C_LISTA_PRECO.CSV
              05 ws-cd-produto-10                    pic 9(09).
              05 ws-email-12                         pic x(80).
              05 ws-validade-minima-12               pic 9(04).
              05 ws-id-protegido-12                  pic x(01).
              05 ws-cd-condicao-12                   pic 9(03).

           03 ws-campos-empresa-filial-csv.         *> Exemplo: CSBH01001C_EMPRESA_FILIAL.CSV
              05 ws-cd-empresa-13                    pic 9(03).
              05 ws-qtde-minima-17                   pic 9(09).
              05 ws-qtde-maxima-17                   pic 9(09).
              05 ws-ponto-reposicao-17               pic 9(09).
              05 ws-qtde-multiplo-compra-17          pic 9(09).

           03 ws-campos-contagem-csv.               *> Exemplo: CSBH01001C_CONTAGEM.CSV
              05 ws-cd-empresa-18                    pic 9(03).
              05 ws-limite-aprovacao-25              pic 9(09)v99.
              05 ws-perm-movto-fechado-25            pic x(01).
              05 ws-eventos-assinados-25             pic x(30).
              05 ws-cd-perfil-25                     pic x(08)
                                                     occurs 3 times.
              05 ws-ind-perfil-25                    pic 9(01).
              05 ws-id-operador-existe-25            pic x(01).
                 88 ws-operador-existe-25                       value "S".

           03 ws-campos-feriado-csv.                *> Exemplo: CSBH01001C_FERIADO.CSV
              05 ws-uf-26                            pic x(09).
                 07 ws-data-desejada-dia-28          pic 9(02).
              05 ws-qtdade-28                        pic 9(09).
              05 ws-valor-28                         pic s9(09)v99.
              05 ws-cd-condicao-28                   pic 9(03).
              05 ws-id-drop-ship-28                  pic x(01).
                 88 ws-drop-ship-28                           value "S" "s".
              05 ws-cd-fornecedor-28                 pic 9(09).

           03 ws-campos-vendedor-csv.               *> Exemplo: CSBH01001C_VENDEDOR.CSV
              05 ws-cd-vendedor-29                   pic 9(09).
              05 ws-situacao-30                      pic x(01).
              05 ws-id-inspecao-30                   pic x(01).
              05 ws-id-serializado-30                pic x(01).
              05 ws-garantia-cliente-30              pic 9(03).
              05 ws-garantia-fornecedor-30           pic 9(03).
              05 ws-garantia-cliente-alfa-30         pic x(03).
              05 ws-garantia-fornecedor-alfa-30      pic x(03).
              05 ws-cd-produto-segunda-30            pic 9(09).
              05 ws-cd-produto-segunda-alfa-30       pic x(09).

           03 ws-campos-veiculo-csv.                *> Exemplo: CSBH01001C_VEICULO.CSV
              05 ws-placa-31                         pic x(08).
              05 ws-cd-deposito-34                   pic 9(03).
              05 ws-ds-deposito-34                   pic x(40).
              05 ws-situacao-34                      pic x(01).
              05 ws-qtde-docas-34                    pic 9(02).
              05 ws-hora-abertura-34                 pic 9(04).
              05 ws-hora-abertura-r-34 redefines ws-hora-abertura-34.
                 07 ws-hh-abertura-34                pic 9(02).
                 07 ws-mm-abertura-34                pic 9(02).
              05 ws-hora-fechamento-34               pic 9(04).
              05 ws-hora-fechamento-r-34 redefines ws-hora-fechamento-34.
                 07 ws-hh-fechamento-34              pic 9(02).
                 07 ws-mm-fechamento-34              pic 9(02).
              05 ws-minutos-slot-34                  pic 9(03).
              05 ws-docas-alfa-34                    pic x(02).
              05 ws-abertura-alfa-34                 pic x(04).
              05 ws-fechamento-alfa-34               pic x(04).
              05 ws-slot-alfa-34                     pic x(03).

           03 ws-campos-ean-csv.                    *> Exemplo: CSBH01001C_EAN.CSV
              05 ws-cd-ean-35                        pic x(14).
              05 ws-numero-volume-40                 pic 9(04).
              05 ws-peso-40                          pic 9(05)v999.
              05 ws-conteudo-40                      pic x(60).
              05 ws-cd-lpn-40                        pic 9(09).
              05 ws-tara-40                          pic 9(03)v999.

           03 ws-campos-consignacao-csv.            *> Exemplo: CSBH01001C_CONSIGNACAO.CSV
              05 ws-tipo-consignacao-41              pic x(01).
              05 ws-ddd-14                           pic 9(03).
              05 ws-numero-tel-14                    pic 9(09).

           03 ws-campos-natureza-csv.               *> Exemplo: CSBH01001C_NATUREZA.CSV
              05 ws-tipo-movimento-46                pic x(03).
              05 ws-id-abrangencia-46                pic x(01).
              05 ws-cfop-46                          pic 9(04).
              05 ws-ds-natureza-46                   pic x(60).

           03 ws-campos-regra-st-csv.               *> Exemplo: CSBH01001C_REGRA_ST.CSV
              05 ws-ncm-47                           pic 9(08).
              05 ws-uf-origem-47                     pic x(09).
              05 ws-uf-destino-47                    pic x(09).
              05 ws-dt-vigencia-47                   pic 9(08).
              05 ws-id-substituicao-47               pic x(01).
              05 ws-mva-47                           pic 9(03)v99.
              05 ws-aliquota-interna-47              pic 9(03)v99.
              05 ws-aliquota-interestadual-47        pic 9(03)v99.
              05 ws-aliquota-fcp-47                  pic 9(03)v99.

           03 ws-campos-pis-cofins-csv.             *> Exemplo: CSBH01001C_PIS_COFINS.CSV
              05 ws-ncm-48                           pic 9(08).
              05 ws-cst-48                           pic 9(02).
              05 ws-aliquota-pis-48                  pic 9(03)v99.
              05 ws-aliquota-cofins-48               pic 9(03)v99.

           03 ws-campos-cambio-csv.                 *> Exemplo: CSBH01001C_CAMBIO.CSV
              05 ws-cd-moeda-49                      pic x(03).
              05 ws-data-cotacao-49                  pic 9(08).
              05 ws-taxa-49                          pic 9(05)v9(06).

           03 ws-campos-di-csv.                     *> Exemplo: CSBH01001C_DI.CSV
              05 ws-cd-empresa-50                    pic 9(03).
              05 ws-cd-filial-50                     pic 9(03).
              05 ws-cd-entrada-50                    pic 9(09).
              05 ws-nr-declaracao-50                 pic x(15).
              05 ws-data-registro-50                 pic 9(08).
              05 ws-cd-moeda-50                      pic x(03).
              05 ws-criterio-rateio-50               pic x(01).
              05 ws-valor-alfa-50                    pic x(15) occurs 12 times.
                 *>taxa de cambio, frete, seguro, II, IPI, PIS, COFINS,
                 *>ICMS, AFRMM, despachante, SISCOMEX, outras despesas

           03 ws-campos-produto-fornecedor-csv.     *> Exemplo: CSBH01001C_PRODUTO_FORNECEDOR.CSV
              05 ws-cd-fornecedor-51                 pic 9(09).
              05 ws-cd-produto-fornecedor-51         pic x(60).
              05 ws-cd-produto-51                    pic 9(09).
              05 ws-situacao-51                      pic x(01).
           03 ws-campos-retencao-csv.               *> Exemplo: CSBH01001C_RETENCAO.CSV
              05 ws-tipo-credor-52                   pic x(02).
              05 ws-cd-servico-52                    pic x(04).
              05 ws-tributo-52                       pic x(06).
              05 ws-cd-receita-52                    pic x(06).
              05 ws-aliquota-52                      pic 9(02)v9(04).
              05 ws-percentual-base-52               pic 9(03)v99.
              05 ws-valor-minimo-52                  pic s9(09)v99.
              05 ws-cd-credor-governo-52             pic 9(09).
              05 ws-dia-vencimento-52                pic 9(02).
              05 ws-meses-vencimento-52              pic 9(01).
              05 ws-id-dia-nao-util-52               pic x(01).
              05 ws-situacao-52                      pic x(01).
              05 ws-aliquota-alfa-52                 pic x(12).
              05 ws-percentual-alfa-52               pic x(12).
              05 ws-dia-alfa-52                      pic x(02).
              05 ws-meses-alfa-52                    pic x(01).
           03 ws-campos-credor-fiscal-csv.          *> Exemplo: CSBH01001C_CREDOR_FISCAL.CSV
              05 ws-tipo-origem-53                   pic x(01).
              05 ws-cd-credor-53                     pic 9(09).
              05 ws-tipo-credor-53                   pic x(02).
              05 ws-cd-servico-53                    pic x(04).
              05 ws-situacao-53                      pic x(01).
              05 ws-id-credor-localizado-53          pic x(01).
                 88 ws-credor-localizado-53                    value "S".
           03 ws-campos-conta-bancaria-csv.         *> Exemplo: CSBH01001C_CONTA_BANCARIA.CSV
              05 ws-tipo-titular-54                  pic x(01).
              05 ws-cd-empresa-54                    pic 9(03).
              05 ws-cd-titular-54                    pic 9(09).
              05 ws-cd-banco-54                      pic 9(03).
              05 ws-agencia-54                       pic 9(05).
              05 ws-dv-agencia-54                    pic x(01).
              05 ws-conta-54                         pic 9(12).
              05 ws-dv-conta-54                      pic x(01).
              05 ws-tipo-inscricao-54                pic 9(01).
              05 ws-cnpj-cpf-54                      pic x(14).
              05 ws-nome-titular-54                  pic x(30).
              05 ws-convenio-54                      pic x(20).
              05 ws-logradouro-54                    pic x(30).
              05 ws-numero-54                        pic 9(05).
              05 ws-cidade-54                        pic x(20).
              05 ws-cep-54                           pic 9(08).
              05 ws-uf-54                            pic x(02).
              05 ws-situacao-54                      pic x(01).
              05 ws-titular-alfa-54                  pic x(09).
              05 ws-banco-alfa-54                    pic x(03).
              05 ws-agencia-alfa-54                  pic x(05).
              05 ws-conta-alfa-54                    pic x(12).
              05 ws-inscricao-alfa-54                pic x(01).
              05 ws-numero-alfa-54                   pic x(05).
              05 ws-cep-alfa-54                      pic x(08).
              05 ws-id-titular-localizado-54         pic x(01).
                 88 ws-titular-localizado-54                   value "S".

           03 ws-campos-condicao-csv.               *> Exemplo: CSBH01001C_CONDICAO_PAGAMENTO.CSV
              05 ws-cd-condicao-55                   pic 9(03).
              05 ws-ds-condicao-55                   pic x(30).
              05 ws-parcela-55                       pic 9(02).
              05 ws-dias-55                          pic 9(03).
              05 ws-percentual-55                    pic 9(03)v99.
              05 ws-situacao-55                      pic x(01).
              05 ws-parcela-alfa-55                  pic x(02).
              05 ws-dias-alfa-55                     pic x(03).
              05 ws-percentual-alfa-55               pic x(06).

           03 ws-campos-parametro-cobranca-csv.     *> Exemplo: CSBH01001C_PARAMETRO_COBRANCA.CSV
              05 ws-cd-empresa-56                    pic 9(03).
              05 ws-cd-filial-56                     pic 9(03).
              05 ws-percentual-multa-56              pic 9(03)v99.
              05 ws-percentual-juros-dia-56          pic 9(01)v9(04).
              05 ws-dias-carencia-56                 pic 9(03).
              05 ws-dias-nivel-56                    pic 9(03) occurs 3 times.
              05 ws-dias-protesto-56                 pic 9(03).
              05 ws-percentual-custo-mes-56          pic 9(02)v99.
              05 ws-multa-alfa-56                    pic x(06).
              05 ws-juros-alfa-56                    pic x(07).
              05 ws-carencia-alfa-56                 pic x(03).
              05 ws-nivel-alfa-56                    pic x(03) occurs 3 times.
              05 ws-protesto-alfa-56                 pic x(03).
              05 ws-custo-mes-alfa-56                pic x(06).

           03 ws-campos-regra-contabil-csv.         *> Exemplo: CSBH01001C_REGRA_CONTABIL.CSV
              05 ws-cd-empresa-57                    pic 9(03).
              05 ws-cd-filial-57                     pic 9(03).
              05 ws-evento-57                        pic x(04).
                 88 ws-evento-57-valido                        value "SAID" "ENTR"
                                                                     "FRTS" "FRTE"
                                                                     "TRFE" "TRFR"
                                                                     "RECB" "ADTO"
                                                                     "APCR" "PAGT"
                                                                     "BXAE" "AJIN"
                                                                     "DVFN" "CBIN"
                                                                     "ENCR" "PVFR"
                                                                     "VRBA" "VRBC".
              05 ws-descricao-57                     pic x(30).
              05 ws-conta-debito-57                  pic 9(05).
              05 ws-cc-debito-57                     pic 9(04).
              05 ws-conta-credito-57                 pic 9(05).
              05 ws-cc-credito-57                    pic 9(04).
              05 ws-conta-debito-alfa-57             pic x(05).
              05 ws-cc-debito-alfa-57                pic x(04).
              05 ws-conta-credito-alfa-57            pic x(05).
              05 ws-cc-credito-alfa-57               pic x(04).

           03 ws-campos-acordo-verba-csv.           *> Exemplo: CSBH01001C_ACORDO_VERBA.CSV
              05 ws-cd-fornecedor-58                 pic 9(09).
              05 ws-cd-acordo-58                     pic 9(05).
              05 ws-cd-empresa-58                    pic 9(03).
              05 ws-cd-grupo-58                      pic 9(04).
              05 ws-data-inicio-58                   pic 9(08).
              05 ws-data-fim-58                      pic 9(08).
              05 ws-forma-58                         pic x(01).
                 88 ws-forma-58-valida                         value "N" "M".
              05 ws-faixa-58 occurs 5 times.
                 07 ws-volume-58                     pic 9(11)v99.
                 07 ws-percentual-58                 pic 9(02)v99.
              05 ws-fornecedor-alfa-58               pic x(09).
              05 ws-acordo-alfa-58                   pic x(05).
              05 ws-grupo-alfa-58                    pic x(04).
              05 ws-inicio-alfa-58                   pic x(08).
              05 ws-fim-alfa-58                      pic x(08).
              05 ws-faixa-alfa-58 occurs 5 times.
                 07 ws-volume-alfa-58                pic x(15).
                 07 ws-percentual-alfa-58            pic x(06).
              05 ws-idx-faixa-58                     pic 9(01).
              05 ws-id-faixa-erro-58                 pic x(01).
                 88 ws-faixa-erro-58                           value "S".
           03 ws-campos-asn-csv.                    *> Exemplo: CSBH01001C_ASN.CSV
              05 ws-cd-empresa-59                    pic 9(03).
              05 ws-cd-filial-59                     pic 9(03).
              05 ws-cd-fornecedor-59                 pic 9(09).
              05 ws-nr-asn-59                        pic x(20).
              05 ws-sequencia-59                     pic 9(05).
              05 ws-cd-pedido-59                     pic 9(09).
              05 ws-cd-produto-fornecedor-59         pic x(60).
              05 ws-qtdade-59                        pic 9(09).
              05 ws-lote-59                          pic x(80).
              05 ws-data-fabricacao-59               pic 9(08).
              05 ws-data-validade-59                 pic 9(08).
              05 ws-data-envio-59                    pic 9(08).
              05 ws-data-prevista-59                 pic 9(08).
              05 ws-cd-produto-59                    pic 9(09).
              05 ws-nr-asn-alfa-59                   pic x(20).
              05 ws-sequencia-alfa-59                pic x(05).
              05 ws-id-pedido-59                     pic x(01).
                 88 ws-pedido-59-localizado                    value "S".
              05 ws-id-produto-pedido-59             pic x(01).
                 88 ws-produto-no-pedido-59                    value "S".
              05 ws-id-fim-pedido-59                 pic x(01).
                 88 ws-fim-pedido-59                           value "S".

           03 ws-campos-posicao-csv.                *> Exemplo: CSBH01001C_POSICAO.CSV
              05 ws-corredor-60                      pic 9(03).
              05 ws-prateleira-60                    pic 9(03).
              05 ws-nivel-60                         pic 9(03).
              05 ws-capacidade-peso-60               pic 9(07)v999.
              05 ws-capacidade-volume-60             pic 9(05)v999.
              05 ws-situacao-60                      pic x(01).
              05 ws-ocupacao-peso-60                 pic 9(07)v999.
              05 ws-ocupacao-volume-60               pic 9(05)v999.
              05 ws-capacidade-peso-alfa-60          pic x(12).
              05 ws-capacidade-volume-alfa-60        pic x(12).
              05 ws-ocupacao-peso-alfa-60            pic x(12).
              05 ws-ocupacao-volume-alfa-60          pic x(12).

           03 ws-campos-doc-parceiro-csv.           *> Exemplo: CSBH01001C_DOCUMENTO_PARCEIRO.CSV
              05 ws-tipo-parceiro-61                 pic x(01).
              05 ws-cd-parceiro-61                   pic 9(09).
              05 ws-tipo-documento-61                pic x(04).
              05 ws-placa-61                         pic x(08).
              05 ws-nr-documento-61                  pic x(30).
              05 ws-data-emissao-61                  pic 9(08).
              05 ws-data-vencimento-61               pic 9(08).
              05 ws-id-obrigatorio-61                pic x(01).
              05 ws-data-emissao-alfa-61             pic x(08).
              05 ws-data-vencimento-alfa-61          pic x(08).

           03 ws-campos-sucessao-csv.               *> Exemplo: CSBH01001C_SUCESSAO.CSV
              05 ws-cd-produto-antigo-62             pic 9(09).
              05 ws-cd-produto-novo-62               pic 9(09).
              05 ws-data-efetiva-62                  pic 9(08).
              05 ws-fator-conversao-62               pic 9(05)v9(04).
              05 ws-cd-produto-antigo-alfa-62        pic x(09).
              05 ws-cd-produto-novo-alfa-62          pic x(09).
              05 ws-data-efetiva-alfa-62             pic x(08).
              05 ws-fator-conversao-alfa-62          pic x(12).

           03 ws-campos-cotacao-venda-csv.          *> Exemplo: CSBH01001C_COTACAO_VENDA.CSV
              05 ws-cd-empresa-63                    pic 9(03).
              05 ws-cd-filial-63                     pic 9(03).
              05 ws-cd-cotacao-63                    pic 9(09).
              05 ws-sequencia-63                     pic 9(09).
              05 ws-cd-cliente-63                    pic 9(09).
              05 ws-cd-vendedor-63                   pic 9(09).
              05 ws-cd-produto-63                    pic 9(09).
              05 ws-qtdade-63                        pic 9(09).
              05 ws-data-cotacao-63                  pic 9(08).
              05 ws-data-validade-63                 pic 9(08).
              05 ws-percentual-desconto-63           pic 9(03)v99.
              05 ws-valor-base-63                    pic s9(09)v99.
              05 ws-id-origem-preco-63               pic x(01).
              05 ws-valor-unitario-63                pic s9(09)v99.
              05 ws-data-validade-alfa-63            pic x(08).
              05 ws-percentual-desconto-alfa-63      pic x(06).

           03 ws-campos-promocao-csv.               *> Exemplo: CSBH01001C_PROMOCAO.CSV
              05 ws-cd-promocao-64                   pic 9(06).
              05 ws-ds-promocao-64                   pic x(40).
              05 ws-data-inicio-64                   pic 9(08).
              05 ws-data-fim-64                      pic 9(08).
              05 ws-cd-filial-64                     pic 9(03).
              05 ws-uf-64                            pic x(09).
              05 ws-cd-grupo-64                      pic 9(04).
              05 ws-cd-produto-64                    pic 9(09).
              05 ws-tipo-regra-64                    pic x(01).
              05 ws-percentual-64                    pic 9(03)v99.
              05 ws-qtde-leve-64                     pic 9(05).
              05 ws-qtde-pague-64                    pic 9(05).
              05 ws-faixa-64                         occurs 3 times.
                 07 ws-faixa-qtde-minima-64          pic 9(07).
                 07 ws-faixa-percentual-64           pic 9(03)v99.
              05 ws-situacao-64                      pic x(01).
              05 ws-idx-faixa-64                     pic 9(01).
              05 ws-cd-promocao-alfa-64              pic x(06).
              05 ws-data-inicio-alfa-64              pic x(08).
              05 ws-data-fim-alfa-64                 pic x(08).
              05 ws-cd-grupo-alfa-64                 pic x(04).
              05 ws-percentual-alfa-64               pic x(06).
              05 ws-qtde-leve-alfa-64                pic x(05).
              05 ws-qtde-pague-alfa-64               pic x(05).
              05 ws-faixa-alfa-64                    occurs 3 times.
                 07 ws-faixa-qtde-minima-alfa-64     pic x(07).
                 07 ws-faixa-percentual-alfa-64      pic x(06).

           03 ws-campos-janela-csv.                 *> Exemplo: CSBH01001C_JANELA_RECEBIMENTO.CSV
              05 ws-cd-cliente-65                    pic 9(09).
              05 ws-dia-semana-65                    pic 9(01).
              05 ws-hora-inicio-65                   pic 9(04).
              05 ws-hora-fim-65                      pic 9(04).
              05 ws-id-exige-65                      pic x(01).
              05 ws-dia-semana-alfa-65               pic x(01).
              05 ws-hora-inicio-alfa-65              pic x(04).
              05 ws-hora-fim-alfa-65                 pic x(04).

           03 ws-campos-agendamento-csv.            *> Exemplo: CSBH01001C_AGENDAMENTO.CSV
              05 ws-cd-empresa-66                    pic 9(03).
              05 ws-cd-filial-66                     pic 9(03).
              05 ws-cd-saida-66                      pic 9(09).
              05 ws-data-agendada-66                 pic 9(08).
              05 ws-hora-inicio-66                   pic 9(04).
              05 ws-hora-fim-66                      pic 9(04).
              05 ws-nr-agendamento-66                pic x(20).
              05 ws-situacao-66                      pic x(01).
              05 ws-data-agendada-alfa-66            pic x(08).
              05 ws-hora-inicio-alfa-66              pic x(04).
              05 ws-hora-fim-alfa-66                 pic x(04).

           03 ws-campos-canal-csv.                  *> Exemplo: CSBH01001C_CANAL_VENDA.CSV
              05 ws-cd-canal-67                      pic x(06).
              05 ws-ds-canal-67                      pic x(40).
              05 ws-cd-filial-67                     pic 9(03).
              05 ws-qtde-seguranca-67                pic 9(07).
              05 ws-percentual-seguranca-67          pic 9(03)v99.
              05 ws-situacao-67                      pic x(01).
              05 ws-qtde-seguranca-alfa-67           pic x(07).
              05 ws-percentual-seguranca-alfa-67     pic x(06).

           03 ws-campos-perfil-csv.                 *> Exemplo: CSBH01001C_PERFIL_ACESSO.CSV
              05 ws-cd-perfil-68                     pic x(08).
              05 ws-ds-perfil-68                     pic x(40).
              05 ws-cd-funcao-68                     pic x(04).
              05 ws-situacao-68                      pic x(01).
              05 ws-cd-perfil-anterior-68            pic x(08) value spaces.
                 *>Perfil da linha anterior: a primeira linha de um
                 *>perfil refaz a lista de funcoes dele.
              05 ws-ind-funcao-68                    pic 9(02).
              05 ws-id-funcao-existe-68              pic x(01).
                 88 ws-funcao-existe-68                         value "S".

           03 ws-campos-conflito-csv.               *> Exemplo: CSBH01001C_CONFLITO_FUNCAO.CSV
              05 ws-cd-atividade-1-69                pic x(04).
              05 ws-cd-atividade-2-69                pic x(04).
              05 ws-ds-conflito-69                   pic x(60).
              05 ws-situacao-69                      pic x(01).

      *>=====================================================================
      *> Redirecionamento da Saida de produto sucedido (CSBHD120): a
      *> partir da data efetiva, a linha do codigo antigo cujo saldo nao
      *> cobre a quantidade desce no sucessor, convertida pelo fator.
       01  ws-campos-sucessao-saida.
           03 ws-suc-cd-produto-antigo              pic 9(09) value zeroes.
           03 ws-suc-fator                          pic 9(05)v9(04) value zeroes.
           03 ws-suc-qtdade-calculada               pic 9(11)v9(04) value zeroes.
           03 ws-suc-qtdade                         pic 9(09) value zeroes.

      *>=====================================================================
      *> Promocao na Saida (CSBHD122): o escopo da linha corrente (filial,
      *> UF do cliente, grupo e produto) e a melhor promocao elegivel.
       01  ws-campos-promocao-saida.
           03 ws-prm-data-saida                     pic 9(08) value zeroes.
           03 ws-prm-uf                             pic x(09) value spaces.
           03 ws-prm-cd-grupo                       pic 9(04) value zeroes.
           03 ws-prm-id-fim                         pic x(01) value spaces.
              88 ws-prm-fim                                   value "S".
           03 ws-prm-idx-faixa                      pic 9(01) value zeroes.
           03 ws-prm-percentual                     pic 9(03)v99 value zeroes.
           03 ws-prm-qtde-grupos                    pic 9(09) value zeroes.
           03 ws-prm-qtde-gratis                    pic 9(09) value zeroes.
           03 ws-prm-desconto                       pic s9(09)v99 value zeroes.
           03 ws-prm-melhor-desconto                pic s9(09)v99 value zeroes.
           03 ws-prm-melhor-promocao                pic 9(06) value zeroes.
           03 ws-prm-sequencia                      pic 9(04) value zeroes.

      *>=====================================================================
      *> Validacao de digito verificador de CNPJ (modulo 11); os pesos sao
      *> mantidos como um literal posicional, alinhado ao digito que cada
           03 ws-qtdade-expedida-saida              pic 9(09) value zeroes.
           03 ws-qtdade-ja-devolvida                pic 9(09) value zeroes.
           03 ws-cd-fornecedor-procurado            pic 9(09) value zeroes.
           03 ws-cd-cliente-cfop                    pic 9(09) value zeroes.
           03 ws-id-fornecedor-localizado           pic x(01) value spaces.
              88 ws-fornecedor-localizado                     value "S" "s".
           03 ws-cd-condicao-procurada              pic 9(03) value zeroes.
           03 ws-id-condicao-localizada             pic x(01) value spaces.
              88 ws-condicao-localizada                       value "S" "s".
           03 ws-id-embarque-retido                 pic x(01) value spaces.
              88 ws-embarque-retido-credito                   value "S" "s".
           03 ws-cep-verificar                      pic x(09) value spaces.
      *> execucao para o financeiro liberar.
       01  ws-campos-credito-retido.
           03 ws-qtde-retidos-credito               pic 9(05) value zeroes.
           03 ws-qtde-sem-agendamento               pic 9(05) value zeroes.
           03 ws-idx-sem-agendamento                pic 9(02) value zeroes.
           03 ws-entrada-sem-agendamento occurs 50 times.
              05 ws-sag-cd-entrada                  pic 9(09).
              05 ws-sag-cd-fornecedor               pic 9(09).
              05 ws-sag-data-entrada                pic 9(08).
           03 ws-idx-retido                         pic 9(02) value zeroes.
           03 ws-embarque-retido occurs 50 times.
              05 ws-ret-cd-saida                    pic 9(09).
           03 ws-base-calculada                     pic s9(11)v99 value zeroes.
           03 ws-aliquota-calculada                 pic 9(03)v99 value zeroes.
           03 ws-valor-calculado                    pic s9(11)v99 value zeroes.
           03 ws-id-fim-itens-st                    pic x(01) value spaces.
              88 ws-fim-itens-st                              value "S" "s".
           03 ws-st-base-item                       pic s9(11)v99 value zeroes.
           03 ws-st-base-ist                        pic s9(11)v99 value zeroes.
           03 ws-st-valor-ist                       pic s9(11)v99 value zeroes.
           03 ws-st-base-dif                        pic s9(11)v99 value zeroes.
           03 ws-st-valor-dif                       pic s9(11)v99 value zeroes.
           03 ws-st-base-fcp                        pic s9(11)v99 value zeroes.
           03 ws-st-valor-fcp                       pic s9(11)v99 value zeroes.
           03 ws-st-valor-item                      pic s9(11)v99 value zeroes.
           03 ws-st-tipo-imposto                    pic x(03) value spaces.
           03 ws-st-base-linha                      pic s9(11)v99 value zeroes.
           03 ws-st-valor-linha                     pic s9(11)v99 value zeroes.
           03 ws-id-acordo-encontrado               pic x(01) value spaces.
              88 ws-acordo-encontrado                         value "S" "s".
           03 ws-data-saida-comparada               pic 9(08) value zeroes.
              05 ws-dvi-valor-csv                   pic s9(11)v99.
              05 ws-dvi-valor-calc                  pic s9(11)v99.

      *>=====================================================================
      *> Conferencia da linha de ITEM_ENTRADA contra o aviso de embarque
      *> (ASN, CSBHD103) aberto do fornecedor da Entrada.
       01  ws-campos-conferencia-asn.
           03 ws-id-asn-localizado                  pic x(01) value spaces.
              88 ws-asn-localizado                            value "S".
           03 ws-id-asn-fornecedor                  pic x(01) value spaces.
              88 ws-asn-fornecedor-aberto                     value "S".
           03 ws-id-asn-mesmo-lote                  pic x(01) value spaces.
              88 ws-asn-mesmo-lote                            value "S".
           03 ws-id-fim-asn                         pic x(01) value spaces.
              88 ws-fim-asn                                   value "S".
           03 ws-chave-asn-localizado               pic x(40) value spaces.
           03 ws-asn-nr-asn                         pic x(20) value spaces.
           03 ws-asn-qtdade                         pic 9(09) value zeroes.
           03 ws-asn-lote                           pic x(80) value spaces.
           03 ws-asn-motivo                         pic x(30) value spaces.
           03 ws-qtde-divergencias-asn              pic 9(05) value zeroes.
           03 ws-idx-divergencia-asn                pic 9(02) value zeroes.
           03 ws-divergencia-asn occurs 50 times.
              05 ws-dva-cd-entrada                  pic 9(09).
              05 ws-dva-cd-produto                  pic 9(09).
              05 ws-dva-nr-asn                      pic x(20).
              05 ws-dva-qtde-asn                    pic 9(09).
              05 ws-dva-qtde-recebida               pic 9(09).
              05 ws-dva-motivo                      pic x(30).

      *>=====================================================================
      *> feisd-chave-1 (CSBHD004) e empresa+filial+saida apenas, entao nao
      *> discrimina as varias linhas de item de uma mesma saida; feisd-
           03 ws-cd-saida-anterior-7                pic 9(09) value zero.
           03 ws-sequencia-item-saida               pic 9(09) value zero.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-limite-rejeicao-percentual         pic 9(03)v99 value zeroes.
           03 ws-tolerancia-preco-percentual        pic 9(03)v99 value zeroes.
           03 ws-limite-pedido-sem-requisicao       pic 9(11)v99 value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0003.
      *>=====================================================================
       COPY CSBHW0013.
      *>=====================================================================
       COPY CSBHW0008.
      *>=====================================================================
       COPY CSBHW0009.
      *>=====================================================================
       COPY CSBHW0010.
      *>=====================================================================
       COPY CSBHW0012.
      *>=====================================================================
       COPY CSBHW0018.
      *>=====================================================================
       COPY CSBHW0019.
      *>=====================================================================
       COPY CSBHW0020.
      *>=====================================================================
       COPY CSBHW0021.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       COPY CSBHW0023.
      *>=====================================================================
       COPY CSBHW0024.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros
            perform 9500-registra-inicio-execucao

            move "1000-inicializacao - Inicio"     to ws-ds-tracelog
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog.
       1050-carrega-parametros section.
       1050.
            move "PERC-LIMITE-REJEICAO"            to ws-par-cd-parametro
            move c-limite-rejeicao-percentual      to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-limite-rejeicao-percentual

            move "PERC-TOLERANCIA-PRECO"           to ws-par-cd-parametro
            move c-tolerancia-preco-percentual     to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-tolerancia-preco-percentual

            move "VALOR-PEDIDO-SEM-REQ"            to ws-par-cd-parametro
            move c-limite-pedido-sem-requisicao    to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-limite-pedido-sem-requisicao

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
      *> Conjunto inteiro de arquivos da carga, na ordem historica -
      *> o caminho da carga completa e da reciclagem de rejeitos (a
      *> correcao pode referenciar qualquer familia).
            move "CSBHD022"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            move "CSBHD081"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            move "CSBHD025"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD025
            perform 9000-controle-abertura
            move "CSBHD076"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD076
            perform 9000-controle-abertura
            move "CSBHD077"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD077
            perform 9000-controle-abertura
            move "CSBHD078"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD078
            perform 9000-controle-abertura
            move "CSBHD080"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD080
            perform 9000-controle-abertura
            move "CSBHD082"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD082
            perform 9000-controle-abertura
            move "CSBHD083"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD083
            perform 9000-controle-abertura
            move "CSBHD085"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD085
            perform 9000-controle-abertura
            move "CSBHD087"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD087
            perform 9000-controle-abertura
            move "CSBHD088"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD088
            perform 9000-controle-abertura
            move "CSBHD089"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD089
            perform 9000-controle-abertura
            move "CSBHD092"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD092
            perform 9000-controle-abertura
            move "CSBHD093"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD093
            perform 9000-controle-abertura
            move "CSBHD095"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD095
            perform 9000-controle-abertura
            move "CSBHD098"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD098
            perform 9000-controle-abertura
            move "CSBHD099"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD099
            perform 9000-controle-abertura
            move "CSBHD100"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD100
            perform 9000-controle-abertura
            move "CSBHD103"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD103
            perform 9000-controle-abertura
            move "CSBHD104"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD104
            perform 9000-controle-abertura
            move "CSBHD105"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD105
            perform 9000-controle-abertura
            move "CSBHD106"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD106
            perform 9000-controle-abertura
            move "CSBHD109"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD109
            perform 9000-controle-abertura
            move "CSBHD110"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD110
            perform 9000-controle-abertura
            move "CSBHD113"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD113
            perform 9000-controle-abertura
            move "CSBHD116"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD116
            perform 9000-controle-abertura
      *> Eventos de ruptura sao registro auxiliar: sem o arquivo no ar
      *> a carga segue e nada e registrado.
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
            move "CSBHD120"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD120
            perform 9000-controle-abertura
            move "CSBHD121"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD121
            perform 9000-controle-abertura
            move "CSBHD122"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD122
            perform 9000-controle-abertura
            move "CSBHD123"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD123
            perform 9000-controle-abertura
            move "CSBHD124"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD124
            perform 9000-controle-abertura
            move "CSBHD126"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD126
            perform 9000-controle-abertura
            move "CSBHD128"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD128
            perform 9000-controle-abertura
      *> Liberacao de embarque retido e registro auxiliar: sem o arquivo
      *> no ar o embarque retido continua retido.
            perform 9000-abrir-io-CSBHD129
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       1100-exit.
            exit.
            move "CSBHD074"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD074
            perform 9000-controle-abertura
            move "CSBHD077"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD077
            perform 9000-controle-abertura
            move "CSBHD080"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD080
            perform 9000-controle-abertura
            move "CSBHD085"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD085
            perform 9000-controle-abertura
            move "CSBHD092"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD092
            perform 9000-controle-abertura
            move "CSBHD093"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD093
            perform 9000-controle-abertura
            move "CSBHD095"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD095
            perform 9000-controle-abertura
            move "CSBHD098"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD098
            perform 9000-controle-abertura
            move "CSBHD120"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD120
            perform 9000-controle-abertura
            move "CSBHD122"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD122
            perform 9000-controle-abertura
            move "CSBHD124"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD124
            perform 9000-controle-abertura
            move "CSBHD126"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD126
            perform 9000-controle-abertura
            move "CSBHD128"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD128
            perform 9000-controle-abertura
           .
       1110-exit.
            exit.
            move "CSBHD075"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD075
            perform 9000-controle-abertura
            move "CSBHD105"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD105
            perform 9000-controle-abertura
            move "CSBHD006"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD006
            perform 9000-controle-abertura
            move "CSBHD113"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD113
            perform 9000-controle-abertura
           .
       1120-exit.
            exit.
            move "CSBHD022"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            move "CSBHD081"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            move "CSBHD025"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD025
            perform 9000-controle-abertura
            move "CSBHD076"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD076
            perform 9000-controle-abertura
            move "CSBHD077"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD077
            perform 9000-controle-abertura
            move "CSBHD082"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD082
            perform 9000-controle-abertura
            move "CSBHD092"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD092
            perform 9000-controle-abertura
            move "CSBHD093"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD093
            perform 9000-controle-abertura
            move "CSBHD095"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD095
            perform 9000-controle-abertura
            move "CSBHD098"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD098
            perform 9000-controle-abertura
            move "CSBHD099"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD099
            perform 9000-controle-abertura
            move "CSBHD100"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD100
            perform 9000-controle-abertura
            move "CSBHD085"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD085
            perform 9000-controle-abertura
            move "CSBHD103"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD103
            perform 9000-controle-abertura
            move "CSBHD104"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD104
            perform 9000-controle-abertura
            move "CSBHD105"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD105
            perform 9000-controle-abertura
            move "CSBHD106"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD106
            perform 9000-controle-abertura
            move "CSBHD109"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD109
            perform 9000-controle-abertura
            move "CSBHD110"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD110
            perform 9000-controle-abertura
            move "CSBHD113"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD113
            perform 9000-controle-abertura
            move "CSBHD116"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD116
            perform 9000-controle-abertura
      *> Eventos de ruptura sao registro auxiliar: sem o arquivo no ar
      *> a carga segue e nada e registrado.
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
            move "CSBHD120"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD120
            perform 9000-controle-abertura
            move "CSBHD121"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD121
            perform 9000-controle-abertura
            move "CSBHD122"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD122
            perform 9000-controle-abertura
            move "CSBHD123"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD123
            perform 9000-controle-abertura
      *> Liberacao de embarque retido e registro auxiliar: sem o arquivo
      *> no ar o embarque retido continua retido.
            perform 9000-abrir-io-CSBHD129
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       1130-exit.
            exit.
            move "CSBHD055"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD055
            perform 9000-controle-abertura
      *> ICMS-ST/DIFAL: itens da saida, NCM do produto, natureza (para
      *> a abrangencia da venda) e a regra de ST.
            move "CSBHD004"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD004
            perform 9000-controle-abertura
            move "CSBHD044"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD044
            perform 9000-controle-abertura
            move "CSBHD077"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD077
            perform 9000-controle-abertura
            move "CSBHD078"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD078
            perform 9000-controle-abertura
            move "CSBHD083"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD083
            perform 9000-controle-abertura
            move "CSBHD087"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD087
            perform 9000-controle-abertura
            move "CSBHD088"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD088
            perform 9000-controle-abertura
            move "CSBHD005"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD005
            perform 9000-controle-abertura
            move "CSBHD006"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD006
            perform 9000-controle-abertura
            move "CSBHD089"                        to ws-sa-nome-atual
            perform 9000-abrir-io-CSBHD089
            perform 9000-controle-abertura
           .
       1140-exit.
            exit.
       2010-carga-cadastros section.
       2010.
            perform 2050-processa-empresa-filial-csv
            perform 2080-processa-perfil-acesso-csv
            perform 2085-processa-conflito-funcao-csv
            perform 2055-processa-operador-csv
            perform 2100-processa-cidade-csv
            perform 2175-processa-motivo-csv
            perform 2200-processa-loja-csv
            perform 2205-processa-deposito-csv
            perform 2300-processa-transportadora-csv
            perform 2473-processa-condicao-csv
            perform 2476-processa-parametro-cobranca-csv
            perform 2479-processa-regra-contabil-csv
            perform 2400-processa-fornecedor-csv
            perform 2482-processa-acordo-verba-csv
            perform 2425-processa-contato-csv
            perform 2430-processa-cliente-csv
            perform 2455-processa-janela-csv
            perform 2465-processa-vendedor-csv
            perform 2495-processa-produto-mestre-csv
            perform 2500-processa-produto-csv
            perform 2501-processa-sucessao-csv
            perform 2485-processa-promocao-csv
            perform 2488-processa-canal-csv
            perform 2515-processa-ean-csv
            perform 2525-processa-kit-csv
            perform 2528-processa-unidade-csv
            perform 2530-processa-lote-csv
            perform 2689-processa-produto-fornecedor-csv
            perform 2536-processa-natureza-csv
            perform 2680-processa-pis-cofins-csv
           .
       2010-exit.
            exit.
            perform 2180-processa-uf-cep-csv
            perform 2340-processa-veiculo-csv
            perform 2350-processa-tarifa-frete-csv
            perform 2365-processa-doc-parceiro-csv
            perform 2541-processa-posicao-csv
            perform 2532-processa-endereco-csv
            perform 2930-processa-lista-preco-csv
           .
            perform 2545-processa-requisicao-csv
            perform 2565-processa-cotacao-csv
            perform 2550-processa-pedido-csv
            perform 2551-processa-asn-csv
            perform 2581-processa-cotacao-venda-csv
            perform 2585-processa-pedido-venda-csv
            perform 2570-processa-parametro-estoque-csv
            perform 2590-processa-contagem-csv
            perform 2595-processa-aut-devolucao-csv
            perform 2600-processa-saida-csv
            perform 2601-processa-agendamento-csv
            perform 2655-processa-desconto-saida-csv
            perform 2660-processa-volume-csv
            perform 2665-processa-consignacao-csv
            perform 2700-processa-item-saida-csv
            perform 2800-processa-entrada-csv
            perform 2900-processa-item-entrada-csv
            perform 2686-processa-di-csv
            perform 2945-processa-devolucao-csv
            perform 2955-processa-ocorrencia-csv
           .
       2025-carga-financeiro section.
       2025.
            perform 2460-processa-credito-csv
            perform 2683-processa-cambio-csv
            perform 2692-processa-retencao-csv
            perform 2695-processa-credor-fiscal-csv
            perform 2470-processa-conta-bancaria-csv
            perform 2645-processa-aliquota-csv
            perform 2675-processa-regra-st-csv
            perform 2650-processa-imposto-saida-csv
           .
       2025-exit.
      *>=====================================================================
      *> Operador: cadastro de operadores e permissoes por funcao,
      *> conferido pelo CSBH03018A na entrada dos programas sensiveis.
      *> operador;nome;senha;manutencao;purga;fechamento;restauracao;
      *> consulta;situacao;pagamento;alcada;movto-fechado;eventos;
      *> perfil1;perfil2;perfil3 - as colunas finais sao opcionais.
      2055-processa-operador-csv section.
      2055.
            move "2055-processa-operador-csv - Inicio"  to ws-ds-tracelog
                                                            ws-valor-alfa
                                                            ws-perm-movto-fechado-25
                                                            ws-eventos-assinados-25
                                                            ws-cd-perfil-25 (1)
                                                            ws-cd-perfil-25 (2)
                                                            ws-cd-perfil-25 (3)

            if   ws-cd-operador-25 equal spaces
            or   ws-ds-operador-25 equal spaces
                 exit section
            end-if

      *> Colunas opcionais de perfil de acesso (CSBHD126): com perfil o
      *> CSBH03018A autoriza pelo perfil e nao pelas flags acima.
            perform varying ws-ind-perfil-25 from 1 by 1
                      until ws-ind-perfil-25 > 3
                 if   ws-cd-perfil-25 (ws-ind-perfil-25) not equal spaces
                      initialize                   fpfa-chave-1
                      move ws-cd-perfil-25 (ws-ind-perfil-25)
                                                   to fpfa-cd-perfil
                      perform 9000-ler-CSBHD126-ran
                      if   not ws-operacao-ok
                           string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                                  "] linha ", ws-idx-001,
                                  " perfil [", ws-cd-perfil-25 (ws-ind-perfil-25),
                                  "] não cadastrado em CSBHD126" into ws-ds-tracelog
                           perform 9000-tracelog
                           move "00"               to ws-resultado-acesso
                           exit section
                      end-if
                 end-if
            end-perform

      *> Le antes de preencher: operador ja cadastrado guarda o que o
      *> CSV nao traz (troca de senha, falhas, bloqueio).
            move "S"                               to ws-id-arquivo-aberto
            initialize                             fopr-chave-1
            move ws-cd-operador-25                 to fopr-cd-operador
            perform 9000-ler-CSBHD035-ran
            if   ws-operacao-ok
                 move "S"                          to ws-id-operador-existe-25
            else
                 move "N"                          to ws-id-operador-existe-25
                 initialize                        fopr-operador
                 move ws-cd-operador-25            to fopr-cd-operador
            end-if
            move ws-ds-operador-25                 to fopr-ds-operador
      *> A senha do CSV entra como hash (CSBHP010); o campo em claro
      *> fica em branco - era o apontamento da auditoria.
      *> Coluna opcional: tipos de evento assinados na caixa de
      *> notificacoes (3 em 3 posicoes, ex. "CRDCHN").
            move ws-eventos-assinados-25           to fopr-eventos-assinados
            perform varying ws-ind-perfil-25 from 1 by 1
                      until ws-ind-perfil-25 > 3
                 move ws-cd-perfil-25 (ws-ind-perfil-25)
                                                   to fopr-cd-perfil (ws-ind-perfil-25)
            end-perform
            move ws-situacao-25                    to fopr-situacao

            move ws-aud-ano                        to fopr-dt-atualizacao-ano
            move ws-aud-mes                        to fopr-dt-atualizacao-mes
            move ws-aud-segundos                   to fopr-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fopr-job-origem

            if   ws-operador-existe-25
                 perform 9000-regravar-CSBHD035
            else
                 perform 9000-gravar-CSBHD035
            end-if

            if   not ws-operacao-ok
           exit.

      *>=====================================================================
      *> Perfil de acesso: os papeis atribuidos aos operadores no lugar
      *> das flags individuais (CSBHD126), uma linha por funcao do
      *> perfil - perfil;descricao;funcao;situacao. As linhas de um
      *> perfil vem juntas: a primeira refaz a lista de funcoes dele.
      *> Funcao = letra da funcao protegida (M, P, F, R, C, G) ou codigo
      *> de atividade de documento (RQCI, RQCA, TPGI, TPGA, CNTI, CNTA,
      *> CRDM, CRDL).
      2080-processa-perfil-acesso-csv section.
      2080.
            move "2080-processa-perfil-acesso-csv - Inicio" to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_PERFIL_ACESSO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqperfilcsv
                 perform 2081-valida-arquivo-perfil
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2080-processa-perfil-acesso-csv - Final" to ws-ds-tracelog
            perform 9000-tracelog
          .
      2080-exit.
           exit.

      *>=====================================================================
      2081-valida-arquivo-perfil section.
      2081.
            open input arqperfilcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqperfilcsv *> Despreza cabeçalho
            read arqperfilcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            move spaces                            to ws-cd-perfil-anterior-68
            perform
              until not ws-operacao-ok
                    perform 2082-valida-campos-perfil
                    read arqperfilcsv
            end-perform
            close arqperfilcsv
            .
      2081-exit.
            exit.

      *>=====================================================================
      2082-valida-campos-perfil section.
      2082.
            initialize                                      ws-cd-perfil-68
                                                            ws-ds-perfil-68
                                                            ws-cd-funcao-68
                                                            ws-situacao-68
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqperfilcsv delimited by ";" into
                                                            ws-cd-perfil-68
                                                            ws-ds-perfil-68
                                                            ws-cd-funcao-68
                                                            ws-situacao-68
            if   ws-situacao-68 equal spaces
                 move "A"                          to ws-situacao-68
            end-if

            if   ws-cd-perfil-68 equal spaces
            or   ws-cd-funcao-68 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo inválido, verifique os campos ",
                        "Perfil e Função" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-68 not equal "A"
            and  ws-situacao-68 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " situação inválida (A = ativo, I = inativo)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fpfa-chave-1
            move ws-cd-perfil-68                   to fpfa-cd-perfil
            perform 9000-ler-CSBHD126-ran
            if   not ws-operacao-ok
                 initialize                        fpfa-perfil-acesso
                 move ws-cd-perfil-68              to fpfa-cd-perfil
            end-if
      *> Primeira linha do perfil nesta carga: a lista vem inteira do
      *> arquivo, funcao retirada do perfil sai do cadastro.
            if   ws-cd-perfil-68 not equal ws-cd-perfil-anterior-68
                 move zeroes                       to fpfa-qtde-funcoes
                 move spaces                       to fpfa-lista-funcoes
                 move ws-cd-perfil-68              to ws-cd-perfil-anterior-68
            end-if
            if   ws-ds-perfil-68 not equal spaces
                 move ws-ds-perfil-68              to fpfa-ds-perfil
            end-if
            move ws-situacao-68                    to fpfa-situacao

            move spaces                            to ws-id-funcao-existe-68
            perform varying ws-ind-funcao-68 from 1 by 1
                      until ws-ind-funcao-68 > fpfa-qtde-funcoes
                 if   fpfa-cd-funcao (ws-ind-funcao-68) equal ws-cd-funcao-68
                      move "S"                     to ws-id-funcao-existe-68
                 end-if
            end-perform
            if   not ws-funcao-existe-68
                 if   fpfa-qtde-funcoes not less 20
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " perfil ", ws-cd-perfil-68,
                             " com mais de 20 funções" into ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 add 1                             to fpfa-qtde-funcoes
                 move ws-cd-funcao-68              to fpfa-cd-funcao (fpfa-qtde-funcoes)
            end-if

            move ws-aud-ano                        to fpfa-dt-atualizacao-ano
            move ws-aud-mes                        to fpfa-dt-atualizacao-mes
            move ws-aud-dia                        to fpfa-dt-atualizacao-dia
            move ws-aud-horas                      to fpfa-hr-atualizacao-hora
            move ws-aud-minutos                    to fpfa-hr-atualizacao-minuto
            move ws-aud-segundos                   to fpfa-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fpfa-job-origem

            perform 9000-gravar-CSBHD126
            if   ws-registro-existente
                 perform 9000-regravar-CSBHD126
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2082-exit.
           exit.

      *>=====================================================================
      *> Conflito de funcoes: pares de atividades que o mesmo operador
      *> nao executa sobre o mesmo documento (CSBHD128) -
      *> atividade1;atividade2;descricao;situacao. O par e gravado nos
      *> dois sentidos, para o CSBH03018A achar os conflitos de qualquer
      *> um dos lados.
      2085-processa-conflito-funcao-csv section.
      2085.
            move "2085-processa-conflito-funcao-csv - Inicio" to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_CONFLITO_FUNCAO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqconflitocsv
                 perform 2086-valida-arquivo-conflito
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2085-processa-conflito-funcao-csv - Final" to ws-ds-tracelog
            perform 9000-tracelog
          .
      2085-exit.
           exit.

      *>=====================================================================
      2086-valida-arquivo-conflito section.
      2086.
            open input arqconflitocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqconflitocsv *> Despreza cabeçalho
            read arqconflitocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2087-valida-campos-conflito
                    read arqconflitocsv
            end-perform
            close arqconflitocsv
            .
      2086-exit.
            exit.

      *>=====================================================================
      2087-valida-campos-conflito section.
      2087.
            initialize                                      ws-campos-conflito-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqconflitocsv delimited by ";" into
                                                            ws-cd-atividade-1-69
                                                            ws-cd-atividade-2-69
                                                            ws-ds-conflito-69
                                                            ws-situacao-69
            if   ws-situacao-69 equal spaces
                 move "A"                          to ws-situacao-69
            end-if

            if   ws-cd-atividade-1-69 equal spaces
            or   ws-cd-atividade-2-69 equal spaces
            or   ws-cd-atividade-1-69 equal ws-cd-atividade-2-69
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo inválido, verifique as duas ",
                        "atividades (distintas)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-69 not equal "A"
            and  ws-situacao-69 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " situação inválida (A = ativo, I = inativo)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            move ws-cd-atividade-1-69              to fcft-cd-atividade
            move ws-cd-atividade-2-69              to fcft-cd-atividade-conflitante
            perform 2088-grava-conflito
            if   not ws-operacao-ok
                 exit section
            end-if
            move ws-cd-atividade-2-69              to fcft-cd-atividade
            move ws-cd-atividade-1-69              to fcft-cd-atividade-conflitante
            perform 2088-grava-conflito
            if   not ws-operacao-ok
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2087-exit.
           exit.

      *>=====================================================================
      *> Grava um sentido do par (chave ja preenchida).
      2088-grava-conflito section.
      2088.
            move ws-ds-conflito-69                 to fcft-ds-conflito
            move ws-situacao-69                    to fcft-situacao
            move ws-aud-ano                        to fcft-dt-atualizacao-ano
            move ws-aud-mes                        to fcft-dt-atualizacao-mes
            move ws-aud-dia                        to fcft-dt-atualizacao-dia
            move ws-aud-horas                      to fcft-hr-atualizacao-hora
            move ws-aud-minutos                    to fcft-hr-atualizacao-minuto
            move ws-aud-segundos                   to fcft-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fcft-job-origem

            perform 9000-gravar-CSBHD128
            if   ws-registro-existente
                 perform 9000-regravar-CSBHD128
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
          .
      2088-exit.
           exit.

      *>=====================================================================
       2100-processa-cidade-csv section.
       2100.
            move "2100-processa-cidade-csv - Inicio"   to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_CIDADE.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqcidadecsv
                 perform 2110-valida-arquivo-cidade
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
                 move "CSBH01001C - CIDADE.CSV não encontrado" to ws-alerta-assunto
                 perform 9200-dispara-alerta
            end-if

            move "2100-processa-cidade-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
           .
       2100-exit.
            exit.

      *>=====================================================================
       2110-valida-arquivo-cidade section.
       2110.
            open input arqcidadecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqcidadecsv *> Despreza cabeçalho
            move ";"                                to ws-delimitador-csv
            move zero                               to ws-tally-delimitador
            inspect reg-arqcidadecsv tallying ws-tally-delimitador for all "|"
            if   ws-tally-delimitador > zero
                 move "|"                           to ws-delimitador-csv
            end-if
            read arqcidadecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            move spaces                            to ws-id-trailer-lido
            if   lnk-carga-estagiada
                 string lnk-dtbLog delimited by spaces, este-programa,
                        "_CIDADE.STG" into wid-arquivo-estagio
            compute ws-taxa-rejeicao rounded =
                    (ws-qtde-rejeitados-cidade * 100)
                    / ws-qtde-lidos-cidade
            if   ws-taxa-rejeicao > ws-limite-rejeicao-percentual
                 open output arqestagio
                 close arqestagio
                 move zeroes                       to ws-qtde-gravados-cidade

            if   ws-tipo-motivo-32 not equal "D"
            and  ws-tipo-motivo-32 not equal "B"
            and  ws-tipo-motivo-32 not equal "P"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " tipo de motivo inválido (D = devolução, B = baixa, P = venda perdida)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            compute ws-taxa-rejeicao rounded =
                    (ws-qtde-rejeitados-loja * 100)
                    / ws-qtde-lidos-loja
            if   ws-taxa-rejeicao > ws-limite-rejeicao-percentual
                 open output arqestagio
                 close arqestagio
                 move zeroes                       to ws-qtde-gravados-loja
                                                            ws-num-alfa
                                                            ws-ds-deposito-34
                                                            ws-situacao-34
                                                            ws-docas-alfa-34
                                                            ws-abertura-alfa-34
                                                            ws-fechamento-alfa-34
                                                            ws-slot-alfa-34

            move function numval (ws-cd-empresa-alfa)        to ws-cd-empresa-34
            move function numval (ws-cd-filial-alfa)         to ws-cd-filial-34
            move function numval (ws-num-alfa)               to ws-cd-deposito-34
            move function numval (ws-docas-alfa-34)          to ws-qtde-docas-34
            move function numval (ws-abertura-alfa-34)       to ws-hora-abertura-34
            move function numval (ws-fechamento-alfa-34)     to ws-hora-fechamento-34
            move function numval (ws-slot-alfa-34)           to ws-minutos-slot-34

            if   ws-cd-empresa-34  equal zeros
            or   ws-cd-filial-34   equal zeros
                 exit section
            end-if

      *> Colunas opcionais 6 a 9 = docas de recebimento, abertura e
      *> fechamento (HHMM) e minutos por janela da agenda de doca
      *> (CSBHD104); sem docas o deposito nao tem agenda.
            if   ws-qtde-docas-34 not equal zeros
                 if   ws-hh-abertura-34   > 23
                 or   ws-mm-abertura-34   > 59
                 or   ws-hh-fechamento-34 > 23
                 or   ws-mm-fechamento-34 > 59
                 or   ws-hora-fechamento-34 not greater ws-hora-abertura-34
                 or   ws-minutos-slot-34 equal zeros
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " agenda de doca inválida, verifique Docas, ",
                             "Abertura, Fechamento (HHMM) e Minutos por janela"
                                                       into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
            else
                 move zeros                        to ws-hora-abertura-34
                                                      ws-hora-fechamento-34
                                                      ws-minutos-slot-34
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fdep-deposito
            move ws-cd-empresa-34                  to fdep-cd-empresa
            move ws-ds-deposito-34                 to fdep-ds-deposito
            move ws-situacao-34                    to fdep-situacao
            perform 9000-ler-CSBHD048-ran
            move ws-qtde-docas-34                  to fdep-qtde-docas
            move ws-hora-abertura-34               to fdep-hora-abertura-doca
            move ws-hora-fechamento-34             to fdep-hora-fechamento-doca
            move ws-minutos-slot-34                to fdep-minutos-slot

            move ws-aud-ano                        to fdep-dt-atualizacao-ano
            move ws-aud-mes                        to fdep-dt-atualizacao-mes
           exit.

      *>=====================================================================
      *> Documento de parceiro: ANTT, seguro de carga e licenciamento de
      *> veiculo das transportadoras, certidoes, licenca sanitaria e
      *> certificacoes dos fornecedores - carregado depois de VEICULO.CSV
      *> porque o licenciamento valida a placa da frota. A carga de um
      *> documento ja registrado e a renovacao: regrava e o devolve a
      *> valido, para o job CSBH03075V avisar de novo no proximo
      *> vencimento.
      2365-processa-doc-parceiro-csv section.
      2365.
            move "2365-processa-doc-parceiro-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_DOCUMENTO_PARCEIRO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqdocparceirocsv
                 perform 2366-valida-arquivo-doc-parceiro
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2365-processa-doc-parceiro-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2365-exit.
           exit.

      *>=====================================================================
      2366-valida-arquivo-doc-parceiro section.
      2366.
            open input arqdocparceirocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqdocparceirocsv *> Despreza cabeçalho
            read arqdocparceirocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2367-valida-campos-doc-parceiro
                    read arqdocparceirocsv
            end-perform
            close arqdocparceirocsv
            .
      2366-exit.
            exit.

      *>=====================================================================
      *> tipo-parceiro;parceiro;tipo-documento;placa;numero;emissao;
      *> vencimento;obrigatorio - obrigatorio em branco vale "S", menos
      *> para a certificacao de qualidade (CERQ), que vale "N".
      2367-valida-campos-doc-parceiro section.
      2367.
            initialize                                      ws-campos-doc-parceiro-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqdocparceirocsv delimited by ";" into
                                                            ws-tipo-parceiro-61
                                                            ws-cd-transportadora-alfa
                                                            ws-tipo-documento-61
                                                            ws-placa-61
                                                            ws-nr-documento-61
                                                            ws-data-emissao-alfa-61
                                                            ws-data-vencimento-alfa-61
                                                            ws-id-obrigatorio-61

            move function numval (ws-cd-transportadora-alfa)  to ws-cd-parceiro-61
            move function numval (ws-data-emissao-alfa-61)    to ws-data-emissao-61
            move function numval (ws-data-vencimento-alfa-61) to ws-data-vencimento-61

            if   ws-cd-parceiro-61 equal zeros
            or   ws-data-vencimento-61 equal zeros
            or   ws-nr-documento-61 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo inválido, verifique os campos ",
                        "Parceiro, Numero e Vencimento" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            evaluate true
                when ws-tipo-parceiro-61 equal "T"
                and  (ws-tipo-documento-61 equal "ANTT"
                 or   ws-tipo-documento-61 equal "SEGC"
                 or   ws-tipo-documento-61 equal "LICV")
                     continue
                when ws-tipo-parceiro-61 equal "F"
                and  (ws-tipo-documento-61 equal "CND "
                 or   ws-tipo-documento-61 equal "LSAN"
                 or   ws-tipo-documento-61 equal "CERQ")
                     continue
                when other
                     string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                            "] linha ", ws-idx-001,
                            " documento [", ws-tipo-documento-61,
                            "] inválido para o parceiro [", ws-tipo-parceiro-61,
                            "] (T = ANTT/SEGC/LICV, F = CND/LSAN/CERQ)"
                                                       into ws-ds-tracelog
                     perform 9000-tracelog
                     exit section
            end-evaluate

            if   ws-id-obrigatorio-61 equal spaces
                 if   ws-tipo-documento-61 equal "CERQ"
                      move "N"                     to ws-id-obrigatorio-61
                 else
                      move "S"                     to ws-id-obrigatorio-61
                 end-if
            end-if
            if   ws-id-obrigatorio-61 not equal "S"
            and  ws-id-obrigatorio-61 not equal "N"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " obrigatório inválido (S = sim, N = não)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-tipo-parceiro-61 equal "T"
                 initialize                        fetpt-transportadora
                 move ws-cd-parceiro-61            to feisd-cd-transpordadora
                 move low-values                   to feisd-cd-cidade
                 perform 9000-str-CSBHD005-gtr
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD005-next
                 end-if
                 if   not ws-operacao-ok
                 or   feisd-cd-transpordadora not equal ws-cd-parceiro-61
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " transportadora ", ws-cd-parceiro-61,
                             " não cadastrada em CSBHD005" into ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
            else
                 initialize                        fdfnc-fornecedor
                 move ws-cd-parceiro-61            to fdfnc-cd-fornecedor
                 move low-values                   to fdfnc-cd-cidade
                 perform 9000-str-CSBHD006-gtr
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD006-next
                 end-if
                 if   not ws-operacao-ok
                 or   fdfnc-cd-fornecedor not equal ws-cd-parceiro-61
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " fornecedor ", ws-cd-parceiro-61,
                             " não cadastrado em CSBHD006" into ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
            end-if

      *> Licenciamento e por veiculo: a placa tem de ser da frota da
      *> transportadora; nos demais documentos a placa nao se aplica.
            if   ws-tipo-documento-61 equal "LICV"
                 initialize                        fvcl-chave-1
                 move ws-placa-61                  to fvcl-placa
                 perform 9000-ler-CSBHD045-ran
                 if   ws-placa-61 equal spaces
                 or   not ws-operacao-ok
                 or   fvcl-cd-transportadora not equal ws-cd-parceiro-61
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " placa [", ws-placa-61,
                             "] inválida para a transportadora ",
                             ws-cd-parceiro-61 into ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
            else
                 move spaces                       to ws-placa-61
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fdcp-documento-parceiro
            move ws-tipo-parceiro-61               to fdcp-tipo-parceiro
            move ws-cd-parceiro-61                 to fdcp-cd-parceiro
            move ws-tipo-documento-61              to fdcp-tipo-documento
            move ws-placa-61                       to fdcp-placa
            perform 9000-ler-CSBHD113-ran

            move ws-nr-documento-61                to fdcp-nr-documento
            move ws-data-emissao-61                to fdcp-data-emissao
            move ws-data-vencimento-61             to fdcp-data-vencimento
            move ws-id-obrigatorio-61              to fdcp-id-obrigatorio
            move "V"                               to fdcp-situacao
            move zeroes                            to fdcp-data-aviso
            move ws-aud-ano                        to fdcp-dt-atualizacao-ano
            move ws-aud-mes                        to fdcp-dt-atualizacao-mes
            move ws-aud-dia                        to fdcp-dt-atualizacao-dia
            move ws-aud-horas                      to fdcp-hr-atualizacao-hora
            move ws-aud-minutos                    to fdcp-hr-atualizacao-minuto
            move ws-aud-segundos                   to fdcp-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fdcp-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD113
            else
                 perform 9000-regravar-CSBHD113
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2367-exit.
           exit.

      *>=====================================================================
      2400-processa-fornecedor-csv section.
      2400.
            move "2400-processa-fornecedor-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_FORNECEDOR.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqfornecedorcsv
                 perform 2410-valida-arquivo-fornecedor
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2400-processa-fornecedor-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2400-exit.
           exit.

      *>=====================================================================
      2410-valida-arquivo-fornecedor section.
      2410.
            open input arqfornecedorcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqfornecedorcsv *> Despreza cabeçalho
            read arqfornecedorcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2420-valida-campos-fornecedor
                    read arqfornecedorcsv
            end-perform
            close arqfornecedorcsv
            .
      2410-exit.
            exit.

      *>=====================================================================
      2420-valida-campos-fornecedor section.
      2420.
            initialize                                      ws-campos-fornecedor-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqfornecedorcsv delimited by ";" into
                                                            ws-cd-fornecedor-alfa
                                                            ws-cd-cidade-alfa
                                                            ws-ds-fornecedor-5
                                                            ws-endereco-5
                                                            ws-numero-alfa
                                                            ws-bairro-5
                                                            ws-cep-5
                                                            ws-cnpj-5
                                                            ws-email-5
                                                            ws-ddd-alfa (1)
                                                            ws-numero-tel-alfa (1)
                                                            ws-ddd-alfa (2)
                                                            ws-numero-tel-alfa (2)
                                                            ws-ddd-alfa (3)
                                                            ws-numero-tel-alfa (3)
                                                            ws-ddd-alfa (4)
                                                            ws-numero-tel-alfa (4)
                                                            ws-cd-condicao-alfa

            move function numval (ws-cd-fornecedor-alfa)      to ws-cd-fornecedor-5
            move function numval (ws-cd-cidade-alfa)          to ws-cd-cidade-5
                 exit section
            end-if

      *> Coluna opcional: condicao de pagamento padrao (CSBHD092).
            if   ws-cd-condicao-alfa not equal spaces
                 move function numval (ws-cd-condicao-alfa) to ws-cd-condicao-5
            end-if
            if   ws-cd-condicao-5 not equal zeros
                 move ws-cd-condicao-5             to ws-cd-condicao-procurada
                 perform 2736-localiza-condicao-pagamento
                 if   not ws-condicao-localizada
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " condição de pagamento ", ws-cd-condicao-5,
                             " não cadastrada em CSBHD092" into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
            end-if

            move function numval (ws-ddd-alfa (1))       to ws-ddd-5 (1)
            move function numval (ws-numero-tel-alfa (1)) to ws-numero-tel-5 (1)
            move function numval (ws-ddd-alfa (2))       to ws-ddd-5 (2)
            move ws-numero-tel-5 (3)               to fdfnc-numero-telefone (3)
            move ws-ddd-5 (4)                      to fdfnc-ddd (4)
            move ws-numero-tel-5 (4)               to fdfnc-numero-telefone (4)
            move ws-cd-condicao-5                  to fdfnc-cd-condicao-pagamento

            perform 9000-ler-CSBHD006-ran
            if   ws-operacao-ok

            if   ws-tipo-origem-alfa   not = "T"
            and  ws-tipo-origem-alfa   not = "F"
            and  ws-tipo-origem-alfa   not = "C"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " tipo de origem inválido, verifique se é T (transportadora), ",
                        "F (fornecedor) ou C (cliente)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
                                                            ws-email-12
                                                            ws-sequencia-alfa
                                                            ws-id-protegido-12
                                                            ws-cd-condicao-alfa

            move function numval (ws-cd-cliente-alfa)      to ws-cd-cliente-12
            move function numval (ws-cd-cidade-alfa)       to ws-cd-cidade-12
                 exit section
            end-if

      *> Coluna opcional: condicao de pagamento padrao (CSBHD092).
            if   ws-cd-condicao-alfa not equal spaces
                 move function numval (ws-cd-condicao-alfa) to ws-cd-condicao-12
            end-if
            if   ws-cd-condicao-12 not equal zeros
                 move ws-cd-condicao-12            to ws-cd-condicao-procurada
                 perform 2736-localiza-condicao-pagamento
                 if   not ws-condicao-localizada
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " condição de pagamento ", ws-cd-condicao-12,
                             " não cadastrada em CSBHD092" into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
            end-if

            move ws-cep-12                          to ws-cep-verificar
            move ws-cd-cidade-12                    to ws-cd-cidade-verificar
            perform 2732-valida-cep-uf
            else
                 move space                        to fdcli-id-protegido
            end-if
            move ws-cd-condicao-12                 to fdcli-cd-condicao-pagamento
            perform 9000-ler-CSBHD013-ran
            if   ws-operacao-ok
                 move fdcli-cliente
            else
                 move spaces                       to ws-hst-imagem-anterior
            end-if
            move ws-aud-ano                        to fdcli-dt-atualizacao-ano
            move ws-aud-mes                        to fdcli-dt-atualizacao-mes
            move ws-aud-dia                        to fdcli-dt-atualizacao-dia
            move ws-aud-horas                      to fdcli-hr-atualizacao-hora
            move ws-aud-minutos                    to fdcli-hr-atualizacao-minuto
            move ws-aud-segundos                   to fdcli-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fdcli-job-origem
            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD013
            else
           exit.

      *>=====================================================================
      *> Janela de recebimento do cliente: um horario por dia da semana
      *> e o indicador de cliente que so recebe com agendamento.
      *> Carregada logo depois de CLIENTE.CSV porque atualiza o cliente
      *> recem carregado (CSBHD013); a conferencia e de CSBHP023.
      2455-processa-janela-csv section.
      2455.
            move "2455-processa-janela-csv - Inicio"   to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_JANELA_RECEBIMENTO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqjanelacsv
                 perform 2456-valida-arquivo-janela
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2455-processa-janela-csv - Final"    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2455-exit.
           exit.

      *>=====================================================================
      2456-valida-arquivo-janela section.
      2456.
            open input arqjanelacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqjanelacsv *> Despreza cabeçalho
            read arqjanelacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2457-valida-campos-janela
                    read arqjanelacsv
            end-perform
            close arqjanelacsv
            .
      2456-exit.
            exit.

      *>=====================================================================
      *> cliente;dia-semana;hora-inicio;hora-fim;exige-agendamento - dia
      *> 1 = segunda ... 7 = domingo, horas em hhmm; inicio e fim
      *> zerados tiram a janela do dia (o cliente nao recebe nesse dia,
      *> se tiver janela em outro). Exige-agendamento "S"/"N"; em branco
      *> mantem o que o cliente ja tem.
      2457-valida-campos-janela section.
      2457.
            initialize                                      ws-campos-janela-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqjanelacsv delimited by ";" into
                                                            ws-cd-cliente-alfa
                                                            ws-dia-semana-alfa-65
                                                            ws-hora-inicio-alfa-65
                                                            ws-hora-fim-alfa-65
                                                            ws-id-exige-65

            move function numval (ws-cd-cliente-alfa)        to ws-cd-cliente-65
            move function numval (ws-dia-semana-alfa-65)     to ws-dia-semana-65
            move function numval (ws-hora-inicio-alfa-65)    to ws-hora-inicio-65
            move function numval (ws-hora-fim-alfa-65)       to ws-hora-fim-65

            if   ws-cd-cliente-65 equal zeros
            or   ws-dia-semana-65 equal zeros
            or   ws-dia-semana-65 > 7
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Cliente e Dia da semana (1-7)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-hora-inicio-65 > 2359
            or   ws-hora-fim-65 > 2359
            or   ws-hora-inicio-65 (3:2) > "59"
            or   ws-hora-fim-65 (3:2) > "59"
            or   (ws-hora-fim-65 not equal zeros
             and  ws-hora-fim-65 < ws-hora-inicio-65)
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " janela do cliente ", ws-cd-cliente-65,
                        " inválida (hhmm, fim depois do início)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-id-exige-65 not equal "S"
            and  ws-id-exige-65 not equal "N"
            and  ws-id-exige-65 not equal space
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Exige agendamento inválido (S/N)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            initialize                             fdcli-chave-1
            move ws-cd-cliente-65                  to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " cliente ", ws-cd-cliente-65, " não cadastrado em CSBHD013"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            move fdcli-cliente                     to ws-hst-imagem-anterior
      *> Cliente gravado antes da janela existir traz a area em branco:
      *> os dias nao numericos passam a zero (sem janela).
            perform varying ws-agd-idx from 1 by 1
                    until ws-agd-idx > 7
                 if   fdcli-janela-hora-inicio (ws-agd-idx) not numeric
                 or   fdcli-janela-hora-fim (ws-agd-idx) not numeric
                      move zeroes                  to fdcli-janela-hora-inicio (ws-agd-idx)
                                                      fdcli-janela-hora-fim (ws-agd-idx)
                 end-if
            end-perform
            move ws-hora-inicio-65                 to fdcli-janela-hora-inicio (ws-dia-semana-65)
            move ws-hora-fim-65                    to fdcli-janela-hora-fim (ws-dia-semana-65)
            evaluate ws-id-exige-65
                when "S"
                     move "S"                      to fdcli-id-exige-agendamento
                when "N"
                     move space                    to fdcli-id-exige-agendamento
            end-evaluate
            move ws-aud-ano                        to fdcli-dt-atualizacao-ano
            move ws-aud-mes                        to fdcli-dt-atualizacao-mes
            move ws-aud-dia                        to fdcli-dt-atualizacao-dia
            move ws-aud-horas                      to fdcli-hr-atualizacao-hora
            move ws-aud-minutos                    to fdcli-hr-atualizacao-minuto
            move ws-aud-segundos                   to fdcli-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fdcli-job-origem

            perform 9000-regravar-CSBHD013
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] ", whs-mensagem       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            move "CSBHF013"                        to ws-hst-tabela
            move spaces                            to ws-hst-chave
            string ws-cd-cliente-65
                   delimited by size into ws-hst-chave
            move "R"                               to ws-hst-operacao
            move fdcli-cliente                     to ws-hst-imagem-atual
            perform 9800-grava-historico
            add 1                                  to ws-idx-001
          .
      2457-exit.
           exit.

      *>=====================================================================
      *> Credito de cliente: limite, exposicao e bloqueio, carregado
      *> logo depois de CLIENTE.CSV porque valida o cliente recem
      *> carregado.
      2460-processa-credito-csv section.
      2460.
            move "2460-processa-credito-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_CREDITO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqcreditocsv
                 perform 2462-valida-arquivo-credito
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2460-processa-credito-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2460-exit.
           exit.

      *>=====================================================================
      2462-valida-arquivo-credito section.
      2462.
            open input arqcreditocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqcreditocsv *> Despreza cabeçalho
            read arqcreditocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2464-valida-campos-credito
                    read arqcreditocsv
            end-perform
            close arqcreditocsv
            .
      2462-exit.
            exit.

      *>=====================================================================
      2464-valida-campos-credito section.
      2464.
            initialize                                      ws-campos-credito-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqcreditocsv delimited by ";" into
                                                            ws-cd-cliente-alfa
                                                            ws-total-alfa
                                                            ws-frete-alfa
                                                            ws-id-bloqueado-23

            move function numval (ws-cd-cliente-alfa)        to ws-cd-cliente-23
            move function numval (ws-total-alfa)             to ws-limite-23
            move function numval (ws-frete-alfa)             to ws-exposicao-23

            if   ws-cd-cliente-23 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Cliente inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            initialize                             fdcli-chave-1
            move ws-cd-cliente-23                  to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " cliente ", ws-cd-cliente-23, " não cadastrado em CSBHD013"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            if   fdcli-situacao-inativa
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " cliente ", ws-cd-cliente-23,
                        " inativo - unificado no cliente ",
                        fdcli-cd-cliente-sucessor  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-id-bloqueado-23 not equal "B"
            and  ws-id-bloqueado-23 not equal "L"
            and  ws-id-bloqueado-23 not equal space
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Bloqueio inválido (B = bloqueado, L = liberado)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fcrd-credito
            move ws-cd-cliente-23                  to fcrd-cd-cliente
            move ws-limite-23                      to fcrd-limite
            move ws-exposicao-23                   to fcrd-exposicao
            move ws-id-bloqueado-23                to fcrd-id-bloqueado
            perform 9000-ler-CSBHD030-ran

            move ws-aud-ano                        to fcrd-dt-atualizacao-ano
            move ws-aud-mes                        to fcrd-dt-atualizacao-mes
            move ws-aud-dia                        to fcrd-dt-atualizacao-dia
            move ws-aud-horas                      to fcrd-hr-atualizacao-hora
            move ws-aud-minutos                    to fcrd-hr-atualizacao-minuto
            move ws-aud-segundos                   to fcrd-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fcrd-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD030
            else
                 perform 9000-regravar-CSBHD030
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

      *> Trilha de segregacao: quem mantem o credito do cliente (CRDM)
      *> nao libera embarque retido dele (CSBH03087L) com o par em
      *> CSBHD128.
            move "CRDM"                            to ws-atv-cd-atividade
            initialize                             ws-atv-documento
            move ws-cd-cliente-23                  to ws-atv-doc-cd-cliente
            move lnk-cd-operador                   to ws-atv-cd-operador
            perform 9850-registra-atividade
            add 1                                  to ws-idx-001
          .
      2464-exit.
           exit.

      *>=====================================================================
      *> Vendedor: cadastro comercial usado pelo campo opcional de
      *> vendedor de SAIDA.CSV e pelo lote mensal de comissao
      *> CSBH03029V.
      2465-processa-vendedor-csv section.
           exit.

      *>=====================================================================
      *> Conta bancaria (CSBHD089): conta pagadora da empresa/filial e
      *> contas de credito dos credores, usadas na remessa de pagamentos
      *> do contas a pagar (CSBH03060R).
      2470-processa-conta-bancaria-csv section.
      2470.
            move "2470-processa-conta-bancaria-csv - Inicio" to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_CONTA_BANCARIA.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqcontabancariacsv
                 perform 2471-valida-arquivo-conta-bancaria
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2470-processa-conta-bancaria-csv - Final"  to ws-ds-tracelog
            perform 9000-tracelog
          .
      2470-exit.
           exit.

      *>=====================================================================
      2471-valida-arquivo-conta-bancaria section.
      2471.
            open input arqcontabancariacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqcontabancariacsv *> Despreza cabeçalho
            read arqcontabancariacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2472-valida-campos-conta-bancaria
                    add 1                          to ws-idx-001
                    read arqcontabancariacsv
            end-perform
            close arqcontabancariacsv
            .
      2471-exit.
            exit.

      *>=====================================================================
      *> Layout: titular (E empresa/D fornecedor/F transportadora);
      *> empresa (so no tipo E);filial ou credor;banco;agencia;dv
      *> agencia;conta;dv conta;tipo de inscricao (1 CPF/2 CNPJ);CPF ou
      *> CNPJ (so digitos);nome;convenio;logradouro;numero;cidade;CEP;
      *> UF;situacao (A/I, em branco = A). Convenio e endereco so
      *> interessam a conta pagadora; o ultimo NSA remetido e mantido
      *> na recarga.
      2472-valida-campos-conta-bancaria section.
      2472.
            initialize                                      ws-campos-conta-bancaria-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqcontabancariacsv delimited by ";" into
                                                            ws-tipo-origem-alfa
                                                            ws-cd-empresa-alfa
                                                            ws-titular-alfa-54
                                                            ws-banco-alfa-54
                                                            ws-agencia-alfa-54
                                                            ws-dv-agencia-54
                                                            ws-conta-alfa-54
                                                            ws-dv-conta-54
                                                            ws-inscricao-alfa-54
                                                            ws-cnpj-cpf-54
                                                            ws-nome-titular-54
                                                            ws-convenio-54
                                                            ws-logradouro-54
                                                            ws-numero-alfa-54
                                                            ws-cidade-54
                                                            ws-cep-alfa-54
                                                            ws-uf-54
                                                            ws-situacao-54

            move ws-tipo-origem-alfa                        to ws-tipo-titular-54
            if   ws-tipo-titular-54 not equal "E"
            and  ws-tipo-titular-54 not equal "D"
            and  ws-tipo-titular-54 not equal "F"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Titular inválido (E, D ou F)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-titular-alfa-54)       to ws-cd-titular-54
            move function numval (ws-banco-alfa-54)         to ws-cd-banco-54
            move function numval (ws-agencia-alfa-54)       to ws-agencia-54
            move function numval (ws-conta-alfa-54)         to ws-conta-54
            if   ws-numero-alfa-54 not equal spaces
                 move function numval (ws-numero-alfa-54)   to ws-numero-54
            end-if
            if   ws-cep-alfa-54 not equal spaces
                 move function numval (ws-cep-alfa-54)      to ws-cep-54
            end-if
            move function numval (ws-inscricao-alfa-54)     to ws-tipo-inscricao-54

            if   ws-cd-titular-54 equal zeros
            or   ws-cd-banco-54   equal zeros
            or   ws-conta-54      equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Titular, Banco e Conta" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move spaces                            to ws-id-titular-localizado-54
            evaluate ws-tipo-titular-54
                when "E"
                     move function numval (ws-cd-empresa-alfa) to ws-cd-empresa-54
                     if   ws-cd-empresa-54 not equal zeros
                     and  ws-convenio-54 not equal spaces
                          move "S"                 to ws-id-titular-localizado-54
                     end-if
                when "D"
                     move ws-cd-titular-54         to ws-cd-fornecedor-procurado
                     perform 2731-localiza-fornecedor
                     if   ws-fornecedor-localizado
                          move "S"                 to ws-id-titular-localizado-54
                     end-if
                when "F"
                     initialize                    fetpt-chave-1
                     move ws-cd-titular-54         to feisd-cd-transpordadora
                     move low-values               to feisd-cd-cidade
                     perform 9000-str-CSBHD005-gtr
                     if   ws-operacao-ok
                          perform 9000-ler-CSBHD005-next
                          if   ws-operacao-ok
                          and  feisd-cd-transpordadora equal ws-cd-titular-54
                               move "S"            to ws-id-titular-localizado-54
                          end-if
                     end-if
            end-evaluate
            move "00"                              to ws-resultado-acesso
            if   not ws-titular-localizado-54
                 if   ws-tipo-titular-54 equal "E"
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " conta pagadora sem Empresa ou Convênio" into ws-ds-tracelog
                 else
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " credor ", ws-cd-titular-54, " não cadastrado em CSBHD006/CSBHD005"
                                                       into ws-ds-tracelog
                 end-if
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-tipo-inscricao-54 not equal 1
            and  ws-tipo-inscricao-54 not equal 2
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Tipo de Inscrição inválido (1 ou 2)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-tipo-inscricao-54 equal 2
                 move ws-cnpj-cpf-54                to ws-cnpj-entrada
                 perform 2225-valida-digito-cnpj
                 if   not ws-cnpj-valido
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " CNPJ ", ws-cnpj-cpf-54, " com dígito verificador inválido"
                                                       into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
            end-if

            if   ws-situacao-54 equal spaces
                 move "A"                          to ws-situacao-54
            end-if
            if   ws-situacao-54 not equal "A"
            and  ws-situacao-54 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Situação inválido (A ou I)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fcbc-conta-bancaria
            move ws-tipo-titular-54                to fcbc-tipo-titular
            move ws-cd-empresa-54                  to fcbc-cd-empresa
            move ws-cd-titular-54                  to fcbc-cd-titular
            perform 9000-ler-CSBHD089-ran
            if   not ws-operacao-ok
                 initialize                        fcbc-conta-bancaria
                 move ws-tipo-titular-54           to fcbc-tipo-titular
                 move ws-cd-empresa-54             to fcbc-cd-empresa
                 move ws-cd-titular-54             to fcbc-cd-titular
            end-if

            move ws-cd-banco-54                    to fcbc-cd-banco
            move ws-agencia-54                     to fcbc-agencia
            move ws-dv-agencia-54                  to fcbc-dv-agencia
            move ws-conta-54                       to fcbc-conta
            move ws-dv-conta-54                    to fcbc-dv-conta
            move ws-tipo-inscricao-54              to fcbc-tipo-inscricao
            move ws-cnpj-cpf-54                    to fcbc-cnpj-cpf
            move ws-nome-titular-54                to fcbc-nome-titular
            move ws-convenio-54                    to fcbc-convenio
            move ws-logradouro-54                  to fcbc-logradouro
            move ws-numero-54                      to fcbc-numero
            move ws-cidade-54                      to fcbc-cidade
            move ws-cep-54                         to fcbc-cep
            move ws-uf-54                          to fcbc-uf
            move ws-situacao-54                    to fcbc-situacao
            move ws-aud-ano                        to fcbc-dt-atualizacao-ano
            move ws-aud-mes                        to fcbc-dt-atualizacao-mes
            move ws-aud-dia                        to fcbc-dt-atualizacao-dia
            move ws-aud-horas                      to fcbc-hr-atualizacao-hora
            move ws-aud-minutos                    to fcbc-hr-atualizacao-minuto
            move ws-aud-segundos                   to fcbc-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fcbc-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD089
            else
                 perform 9000-regravar-CSBHD089
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2472-exit.
           exit.

      *>=====================================================================
      *> Condicao de pagamento (CSBHD092): parcelas com dias e
      *> percentual, carregada antes de FORNECEDOR e CLIENTE, que
      *> apontam para ela.
      2473-processa-condicao-csv section.
      2473.
            move "2473-processa-condicao-csv - Inicio" to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_CONDICAO_PAGAMENTO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqcondicaocsv
                 perform 2474-valida-arquivo-condicao
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2473-processa-condicao-csv - Final"  to ws-ds-tracelog
            perform 9000-tracelog
          .
      2473-exit.
           exit.

      *>=====================================================================
      2474-valida-arquivo-condicao section.
      2474.
            open input arqcondicaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqcondicaocsv *> Despreza cabeçalho
            read arqcondicaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2475-valida-campos-condicao
                    add 1                          to ws-idx-001
                    read arqcondicaocsv
            end-perform
            close arqcondicaocsv
            .
      2474-exit.
            exit.

      *>=====================================================================
      *> Layout: condicao;descricao;parcela;dias;percentual;situacao
      *> (A/I, em branco = A) - uma linha por parcela, em ordem. A
      *> parcela 1 recomeca a condicao (recarga substitui as parcelas);
      *> descricao e situacao valem as da ultima linha lida. Percentual
      *> zero = partes iguais; a ultima parcela sempre fecha o total.
      2475-valida-campos-condicao section.
      2475.
            initialize                                      ws-campos-condicao-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqcondicaocsv delimited by ";" into
                                                            ws-cd-condicao-alfa
                                                            ws-ds-condicao-55
                                                            ws-parcela-alfa-55
                                                            ws-dias-alfa-55
                                                            ws-percentual-alfa-55
                                                            ws-situacao-55

            move function numval (ws-cd-condicao-alfa)      to ws-cd-condicao-55
            move function numval (ws-parcela-alfa-55)       to ws-parcela-55
            if   ws-dias-alfa-55 not equal spaces
                 move function numval (ws-dias-alfa-55)     to ws-dias-55
            end-if
            if   ws-percentual-alfa-55 not equal spaces
                 move function numval (ws-percentual-alfa-55) to ws-percentual-55
            end-if

            if   ws-cd-condicao-55 equal zeros
            or   ws-parcela-55     equal zeros
            or   ws-parcela-55     > 12
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Condição e Parcela (1 a 12)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-percentual-55 > 100
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Percentual inválido (0 a 100)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-55 equal spaces
                 move "A"                          to ws-situacao-55
            end-if
            if   ws-situacao-55 not equal "A"
            and  ws-situacao-55 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Situação inválido (A ou I)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fcpg-condicao-pagamento
            move ws-cd-condicao-55                 to fcpg-cd-condicao
            perform 9000-ler-CSBHD092-ran
            if   not ws-operacao-ok
            or   ws-parcela-55 equal 1
                 initialize                        fcpg-condicao-pagamento
                 move ws-cd-condicao-55            to fcpg-cd-condicao
            end-if

            if   ws-parcela-55 not equal fcpg-qtde-parcelas + 1
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " parcela ", ws-parcela-55, " fora de ordem na condição ",
                        ws-cd-condicao-55 into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            if   ws-ds-condicao-55 not equal spaces
                 move ws-ds-condicao-55            to fcpg-ds-condicao
            end-if
            move ws-parcela-55                     to fcpg-qtde-parcelas
            move ws-dias-55                        to fcpg-dias (ws-parcela-55)
            move ws-percentual-55                  to fcpg-percentual (ws-parcela-55)
            move ws-situacao-55                    to fcpg-situacao
            move ws-aud-ano                        to fcpg-dt-atualizacao-ano
            move ws-aud-mes                        to fcpg-dt-atualizacao-mes
            move ws-aud-dia                        to fcpg-dt-atualizacao-dia
            move ws-aud-horas                      to fcpg-hr-atualizacao-hora
            move ws-aud-minutos                    to fcpg-hr-atualizacao-minuto
            move ws-aud-segundos                   to fcpg-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fcpg-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD092
            else
                 perform 9000-regravar-CSBHD092
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2475-exit.
           exit.

      *>=====================================================================
      *> Parametro de cobranca (CSBHD093): regua de multa, juros de mora
      *> e niveis de carta do lote de cobranca CSBH03064N.
      2476-processa-parametro-cobranca-csv section.
      2476.
            move "2476-processa-parametro-cobranca-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_PARAMETRO_COBRANCA.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqparametrocobrancacsv
                 perform 2477-valida-arquivo-parametro-cobranca
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2476-processa-parametro-cobranca-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2476-exit.
           exit.

      *>=====================================================================
      2477-valida-arquivo-parametro-cobranca section.
      2477.
            open input arqparametrocobrancacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqparametrocobrancacsv *> Despreza cabeçalho
            read arqparametrocobrancacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2478-valida-campos-parametro-cobranca
                    add 1                          to ws-idx-001
                    read arqparametrocobrancacsv
            end-perform
            close arqparametrocobrancacsv
            .
      2477-exit.
            exit.

      *>=====================================================================
      *> Layout: empresa;filial;multa %;juros % ao dia;carencia;dias
      *> nivel 1;dias nivel 2;dias nivel 3;dias para protesto[;custo
      *> financeiro % ao mes]. Filial zero = regra da empresa. Os
      *> niveis tem de ser crescentes.
      2478-valida-campos-parametro-cobranca section.
      2478.
            initialize                                      ws-campos-parametro-cobranca-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqparametrocobrancacsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-filial-alfa
                                                            ws-multa-alfa-56
                                                            ws-juros-alfa-56
                                                            ws-carencia-alfa-56
                                                            ws-nivel-alfa-56 (1)
                                                            ws-nivel-alfa-56 (2)
                                                            ws-nivel-alfa-56 (3)
                                                            ws-protesto-alfa-56
                                                            ws-custo-mes-alfa-56

            move function numval (ws-cd-empresa-alfa)       to ws-cd-empresa-56
            move function numval (ws-cd-filial-alfa)        to ws-cd-filial-56
            move function numval (ws-multa-alfa-56)         to ws-percentual-multa-56
            move function numval (ws-juros-alfa-56)         to ws-percentual-juros-dia-56
            move function numval (ws-carencia-alfa-56)      to ws-dias-carencia-56
            move function numval (ws-nivel-alfa-56 (1))     to ws-dias-nivel-56 (1)
            move function numval (ws-nivel-alfa-56 (2))     to ws-dias-nivel-56 (2)
            move function numval (ws-nivel-alfa-56 (3))     to ws-dias-nivel-56 (3)
            move function numval (ws-protesto-alfa-56)      to ws-dias-protesto-56
            move function numval (ws-custo-mes-alfa-56)     to ws-percentual-custo-mes-56

            if   ws-cd-empresa-56 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique o campo ",
                        "Empresa" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-percentual-multa-56 > 100
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Multa inválido (0 a 100)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-dias-nivel-56 (1) equal zeros
            or   ws-dias-nivel-56 (2) not > ws-dias-nivel-56 (1)
            or   ws-dias-nivel-56 (3) not > ws-dias-nivel-56 (2)
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " niveis fora de ordem (0 < nivel 1 < nivel 2 < nivel 3)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fpcb-parametro-cobranca
            move ws-cd-empresa-56                  to fpcb-cd-empresa
            move ws-cd-filial-56                   to fpcb-cd-filial
            perform 9000-ler-CSBHD093-ran

            move ws-percentual-multa-56            to fpcb-percentual-multa
            move ws-percentual-juros-dia-56        to fpcb-percentual-juros-dia
            move ws-dias-carencia-56               to fpcb-dias-carencia
            move ws-dias-nivel-56 (1)              to fpcb-dias-nivel (1)
            move ws-dias-nivel-56 (2)              to fpcb-dias-nivel (2)
            move ws-dias-nivel-56 (3)              to fpcb-dias-nivel (3)
            move ws-dias-protesto-56               to fpcb-dias-protesto
            move ws-percentual-custo-mes-56        to fpcb-percentual-custo-mes
            move ws-aud-ano                        to fpcb-dt-atualizacao-ano
            move ws-aud-mes                        to fpcb-dt-atualizacao-mes
            move ws-aud-dia                        to fpcb-dt-atualizacao-dia
            move ws-aud-horas                      to fpcb-hr-atualizacao-hora
            move ws-aud-minutos                    to fpcb-hr-atualizacao-minuto
            move ws-aud-segundos                   to fpcb-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fpcb-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD093
            else
                 perform 9000-regravar-CSBHD093
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2478-exit.
           exit.

      *>=====================================================================
      *> Regra de contabilizacao (CSBHD095): contas e centros de custo de
      *> debito e credito por evento - base do diario contabil CSBHD096.
      2479-processa-regra-contabil-csv section.
      2479.
            move "2479-processa-regra-contabil-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_REGRA_CONTABIL.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqregracontabilcsv
                 perform 2480-valida-arquivo-regra-contabil
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2479-processa-regra-contabil-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2479-exit.
           exit.

      *>=====================================================================
      2480-valida-arquivo-regra-contabil section.
      2480.
            open input arqregracontabilcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqregracontabilcsv *> Despreza cabeçalho
            read arqregracontabilcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2481-valida-campos-regra-contabil
                    add 1                          to ws-idx-001
                    read arqregracontabilcsv
            end-perform
            close arqregracontabilcsv
            .
      2480-exit.
            exit.

      *>=====================================================================
      *> Layout: empresa;filial;evento;descricao;conta debito;centro de
      *> custo debito;conta credito;centro de custo credito. Filial zero
      *> = regra da empresa. O evento tem de ser um dos lancados pelos
      *> programas (ver CSBHF095) e as duas contas sao obrigatorias.
      2481-valida-campos-regra-contabil section.
      2481.
            initialize                                      ws-campos-regra-contabil-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqregracontabilcsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-filial-alfa
                                                            ws-evento-57
                                                            ws-descricao-57
                                                            ws-conta-debito-alfa-57
                                                            ws-cc-debito-alfa-57
                                                            ws-conta-credito-alfa-57
                                                            ws-cc-credito-alfa-57

            move function numval (ws-cd-empresa-alfa)       to ws-cd-empresa-57
            move function numval (ws-cd-filial-alfa)        to ws-cd-filial-57
            move function numval (ws-conta-debito-alfa-57)  to ws-conta-debito-57
            move function numval (ws-cc-debito-alfa-57)     to ws-cc-debito-57
            move function numval (ws-conta-credito-alfa-57) to ws-conta-credito-57
            move function numval (ws-cc-credito-alfa-57)    to ws-cc-credito-57

            if   ws-cd-empresa-57 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique o campo ",
                        "Empresa" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   not ws-evento-57-valido
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " evento contabil desconhecido: ", ws-evento-57
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-conta-debito-57  equal zeros
            or   ws-conta-credito-57 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " conta de debito e de credito sao obrigatorias"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             frgc-regra-contabil
            move ws-cd-empresa-57                  to frgc-cd-empresa
            move ws-cd-filial-57                   to frgc-cd-filial
            move ws-evento-57                      to frgc-evento
            perform 9000-ler-CSBHD095-ran

            move ws-descricao-57                   to frgc-descricao
            move ws-conta-debito-57                to frgc-conta-debito
            move ws-cc-debito-57                   to frgc-centro-custo-debito
            move ws-conta-credito-57               to frgc-conta-credito
            move ws-cc-credito-57                  to frgc-centro-custo-credito
            move ws-aud-ano                        to frgc-dt-atualizacao-ano
            move ws-aud-mes                        to frgc-dt-atualizacao-mes
            move ws-aud-dia                        to frgc-dt-atualizacao-dia
            move ws-aud-horas                      to frgc-hr-atualizacao-hora
            move ws-aud-minutos                    to frgc-hr-atualizacao-minuto
            move ws-aud-segundos                   to frgc-hr-atualizacao-segundo
            move ws-aud-job-origem                 to frgc-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD095
            else
                 perform 9000-regravar-CSBHD095
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2481-exit.
           exit.

      *>=====================================================================
      *> Acordo de verba de fornecedor (CSBHD098): vigencia, grupo de
      *> produto e faixas de volume com o percentual de cada uma.
      2482-processa-acordo-verba-csv section.
      2482.
            move "2482-processa-acordo-verba-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_ACORDO_VERBA.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqacordoverbacsv
                 perform 2483-valida-arquivo-acordo-verba
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2482-processa-acordo-verba-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2482-exit.
           exit.

      *>=====================================================================
      2483-valida-arquivo-acordo-verba section.
      2483.
            open input arqacordoverbacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqacordoverbacsv *> Despreza cabeçalho
            read arqacordoverbacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2484-valida-campos-acordo-verba
                    add 1                          to ws-idx-001
                    read arqacordoverbacsv
            end-perform
            close arqacordoverbacsv
            .
      2483-exit.
            exit.

      *>=====================================================================
      *> Layout: fornecedor;acordo;empresa;grupo;inicio (aaaammdd);fim
      *> (aaaammdd);forma (N = nota de credito, M = mercadoria);volume
      *> faixa 1;% faixa 1; ... ;volume faixa 5;% faixa 5. Grupo zero =
      *> fornecedor inteiro. As faixas tem volume crescente; a primeira
      *> faixa com volume zero depois da primeira encerra a tabela. O
      *> acordo ja apurado mantem os campos de apuracao e liquidacao.
      2484-valida-campos-acordo-verba section.
      2484.
            initialize                                      ws-campos-acordo-verba-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqacordoverbacsv delimited by ";" into
                                                            ws-fornecedor-alfa-58
                                                            ws-acordo-alfa-58
                                                            ws-cd-empresa-alfa
                                                            ws-grupo-alfa-58
                                                            ws-inicio-alfa-58
                                                            ws-fim-alfa-58
                                                            ws-forma-58
                                                            ws-volume-alfa-58 (1)
                                                            ws-percentual-alfa-58 (1)
                                                            ws-volume-alfa-58 (2)
                                                            ws-percentual-alfa-58 (2)
                                                            ws-volume-alfa-58 (3)
                                                            ws-percentual-alfa-58 (3)
                                                            ws-volume-alfa-58 (4)
                                                            ws-percentual-alfa-58 (4)
                                                            ws-volume-alfa-58 (5)
                                                            ws-percentual-alfa-58 (5)

            move function numval (ws-fornecedor-alfa-58)    to ws-cd-fornecedor-58
            move function numval (ws-acordo-alfa-58)        to ws-cd-acordo-58
            move function numval (ws-cd-empresa-alfa)       to ws-cd-empresa-58
            move function numval (ws-grupo-alfa-58)         to ws-cd-grupo-58
            move function numval (ws-inicio-alfa-58)        to ws-data-inicio-58
            move function numval (ws-fim-alfa-58)           to ws-data-fim-58
            perform varying ws-idx-faixa-58 from 1 by 1
                    until ws-idx-faixa-58 > 5
                    move function numval (ws-volume-alfa-58 (ws-idx-faixa-58))
                                                    to ws-volume-58 (ws-idx-faixa-58)
                    move function numval (ws-percentual-alfa-58 (ws-idx-faixa-58))
                                                    to ws-percentual-58 (ws-idx-faixa-58)
            end-perform

            if   ws-cd-fornecedor-58 equal zeros
            or   ws-cd-acordo-58     equal zeros
            or   ws-cd-empresa-58    equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Fornecedor, Acordo e Empresa" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-data-inicio-58 equal zeros
            or   ws-data-fim-58 < ws-data-inicio-58
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " vigencia inválida (inicio <= fim)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   not ws-forma-58-valida
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " forma de liquidacao inválida (N ou M)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move spaces                            to ws-id-faixa-erro-58
            if   ws-percentual-58 (1) equal zeros
                 move "S"                          to ws-id-faixa-erro-58
            end-if
            perform varying ws-idx-faixa-58 from 2 by 1
                    until ws-idx-faixa-58 > 5
                    or    ws-volume-58 (ws-idx-faixa-58) equal zeros
                    if   ws-volume-58 (ws-idx-faixa-58) not >
                         ws-volume-58 (ws-idx-faixa-58 - 1)
                         move "S"                  to ws-id-faixa-erro-58
                    end-if
            end-perform
            if   ws-faixa-erro-58
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " faixas inválidas (% da faixa 1 e volumes crescentes)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fvrb-acordo-verba
            move ws-cd-fornecedor-58               to fvrb-cd-fornecedor
            move ws-cd-acordo-58                   to fvrb-cd-acordo
            perform 9000-ler-CSBHD098-ran
            if   not ws-operacao-ok
                 initialize                        fvrb-acordo-verba
                 move ws-cd-fornecedor-58          to fvrb-cd-fornecedor
                 move ws-cd-acordo-58              to fvrb-cd-acordo
                 move "A"                          to fvrb-situacao
            end-if

            move ws-cd-empresa-58                  to fvrb-cd-empresa
            move ws-cd-grupo-58                    to fvrb-cd-grupo
            move ws-data-inicio-58                 to fvrb-data-inicio
            move ws-data-fim-58                    to fvrb-data-fim
            move ws-forma-58                       to fvrb-forma-liquidacao
            perform varying ws-idx-faixa-58 from 1 by 1
                    until ws-idx-faixa-58 > 5
                    move ws-volume-58 (ws-idx-faixa-58)
                                    to fvrb-volume-minimo (ws-idx-faixa-58)
                    move ws-percentual-58 (ws-idx-faixa-58)
                                    to fvrb-percentual (ws-idx-faixa-58)
            end-perform
            move ws-aud-ano                        to fvrb-dt-atualizacao-ano
            move ws-aud-mes                        to fvrb-dt-atualizacao-mes
            move ws-aud-dia                        to fvrb-dt-atualizacao-dia
            move ws-aud-horas                      to fvrb-hr-atualizacao-hora
            move ws-aud-minutos                    to fvrb-hr-atualizacao-minuto
            move ws-aud-segundos                   to fvrb-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fvrb-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD098
            else
                 perform 9000-regravar-CSBHD098
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2484-exit.
           exit.

      *>=====================================================================
      *> Promocoes: vigencia, escopo (filial, UF do cliente, grupo,
      *> produto) e regra de desconto - percentual, leve/pague ou faixa
      *> por quantidade. Carregada depois de PRODUTO.CSV porque o
      *> produto do escopo tem de estar cadastrado; a aplicacao e da
      *> carga de ITEM_SAIDA (2752-aplica-promocao).
      2485-processa-promocao-csv section.
      2485.
            move "2485-processa-promocao-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_PROMOCAO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqpromocaocsv
                 perform 2486-valida-arquivo-promocao
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2485-processa-promocao-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2485-exit.
           exit.

      *>=====================================================================
      2486-valida-arquivo-promocao section.
      2486.
            open input arqpromocaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqpromocaocsv *> Despreza cabeçalho
            read arqpromocaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2487-valida-campos-promocao
                    read arqpromocaocsv
            end-perform
            close arqpromocaocsv
            .
      2486-exit.
            exit.

      *>=====================================================================
      *> empresa;promocao;descricao;inicio;fim;filial;uf;grupo;produto;
      *> tipo;percentual;leve;pague;faixa1-qtde;faixa1-%;faixa2-qtde;
      *> faixa2-%;faixa3-qtde;faixa3-%;situacao - filial, grupo e
      *> produto zerados e UF em branco valem "qualquer"; situacao em
      *> branco vale "A". Tipo P usa o percentual, L o leve/pague e F
      *> as faixas (quantidade minima crescente).
      2487-valida-campos-promocao section.
      2487.
            initialize                                      ws-campos-promocao-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqpromocaocsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-promocao-alfa-64
                                                            ws-ds-promocao-64
                                                            ws-data-inicio-alfa-64
                                                            ws-data-fim-alfa-64
                                                            ws-cd-filial-alfa
                                                            ws-uf-64
                                                            ws-cd-grupo-alfa-64
                                                            ws-cd-produto-alfa
                                                            ws-tipo-regra-64
                                                            ws-percentual-alfa-64
                                                            ws-qtde-leve-alfa-64
                                                            ws-qtde-pague-alfa-64
                                                            ws-faixa-qtde-minima-alfa-64 (1)
                                                            ws-faixa-percentual-alfa-64 (1)
                                                            ws-faixa-qtde-minima-alfa-64 (2)
                                                            ws-faixa-percentual-alfa-64 (2)
                                                            ws-faixa-qtde-minima-alfa-64 (3)
                                                            ws-faixa-percentual-alfa-64 (3)
                                                            ws-situacao-64

            move function numval (ws-cd-empresa-alfa)         to ws-cd-empresa-7
            move function numval (ws-cd-promocao-alfa-64)     to ws-cd-promocao-64
            move function numval (ws-data-inicio-alfa-64)     to ws-data-inicio-64
            move function numval (ws-data-fim-alfa-64)        to ws-data-fim-64
            move function numval (ws-cd-filial-alfa)          to ws-cd-filial-64
            move function numval (ws-cd-grupo-alfa-64)        to ws-cd-grupo-64
            move function numval (ws-cd-produto-alfa)         to ws-cd-produto-64
            move function numval (ws-percentual-alfa-64)      to ws-percentual-64
            move function numval (ws-qtde-leve-alfa-64)       to ws-qtde-leve-64
            move function numval (ws-qtde-pague-alfa-64)      to ws-qtde-pague-64
            perform varying ws-idx-faixa-64 from 1 by 1
                    until ws-idx-faixa-64 > 3
                 move function numval (ws-faixa-qtde-minima-alfa-64 (ws-idx-faixa-64))
                                             to ws-faixa-qtde-minima-64 (ws-idx-faixa-64)
                 move function numval (ws-faixa-percentual-alfa-64 (ws-idx-faixa-64))
                                             to ws-faixa-percentual-64 (ws-idx-faixa-64)
            end-perform
            if   ws-situacao-64 equal spaces
                 move "A"                          to ws-situacao-64
            end-if

            if   ws-cd-empresa-7 equal zeros
            or   ws-cd-promocao-64 equal zeros
            or   ws-data-inicio-64 equal zeros
            or   ws-data-fim-64 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Empresa, Promoção, Início e Fim" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-data-fim-64 < ws-data-inicio-64
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " promoção ", ws-cd-promocao-64,
                        " com fim anterior ao início" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-64 not equal "A"
            and  ws-situacao-64 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " situação inválida (A = ativa, I = inativa)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            evaluate ws-tipo-regra-64
                when "P"
                     if   ws-percentual-64 equal zeros
                     or   ws-percentual-64 > 100
                          string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                                 "] linha ", ws-idx-001,
                                 " percentual da promoção ", ws-cd-promocao-64,
                                 " fora de 0-100" into ws-ds-tracelog
                          perform 9000-tracelog
                          exit section
                     end-if
                when "L"
                     if   ws-qtde-pague-64 equal zeros
                     or   ws-qtde-leve-64 not greater ws-qtde-pague-64
                          string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                                 "] linha ", ws-idx-001,
                                 " leve/pague da promoção ", ws-cd-promocao-64,
                                 " inválido (leve > pague > 0)" into ws-ds-tracelog
                          perform 9000-tracelog
                          exit section
                     end-if
                when "F"
      *> Faixas preenchidas em ordem, quantidade minima crescente e
      *> percentual ate 100; a primeira e obrigatoria.
                     if   ws-faixa-qtde-minima-64 (1) equal zeros
                     or   ws-faixa-percentual-64 (1) equal zeros
                          string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                                 "] linha ", ws-idx-001,
                                 " promoção ", ws-cd-promocao-64,
                                 " por faixa sem a primeira faixa" into ws-ds-tracelog
                          perform 9000-tracelog
                          exit section
                     end-if
                     perform varying ws-idx-faixa-64 from 1 by 1
                             until ws-idx-faixa-64 > 3
                          if   ws-faixa-percentual-64 (ws-idx-faixa-64) > 100
                          or   (ws-idx-faixa-64 > 1
                           and ws-faixa-qtde-minima-64 (ws-idx-faixa-64) not equal zeros
                           and ws-faixa-qtde-minima-64 (ws-idx-faixa-64) not greater
                               ws-faixa-qtde-minima-64 (ws-idx-faixa-64 - 1))
                               string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                                      "] linha ", ws-idx-001,
                                      " faixa ", ws-idx-faixa-64, " da promoção ",
                                      ws-cd-promocao-64, " inválida" into ws-ds-tracelog
                               perform 9000-tracelog
                               exit section
                          end-if
                     end-perform
                when other
                     string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                            "] linha ", ws-idx-001,
                            " tipo inválido (P = percentual, L = leve/pague, ",
                            "F = faixa)" into ws-ds-tracelog
                     perform 9000-tracelog
                     exit section
            end-evaluate

            if   ws-cd-produto-64 not equal zeros
                 move ws-cd-produto-64             to ws-cd-produto-procurado
                 perform 2725-localiza-produto
                 if   not ws-produto-localizado
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " produto ", ws-cd-produto-64,
                             " não cadastrado em CSBHD009" into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fprm-promocao
            move ws-cd-empresa-7                   to fprm-cd-empresa
            move ws-cd-promocao-64                 to fprm-cd-promocao
            perform 9000-ler-CSBHD122-ran

            move ws-ds-promocao-64                 to fprm-ds-promocao
            move ws-data-inicio-64                 to fprm-data-inicio
            move ws-data-fim-64                    to fprm-data-fim
            move ws-cd-filial-64                   to fprm-cd-filial
            move ws-uf-64                          to fprm-uf
            move ws-cd-grupo-64                    to fprm-cd-grupo
            move ws-cd-produto-64                  to fprm-cd-produto
            move ws-tipo-regra-64                  to fprm-tipo-regra
            move ws-percentual-64                  to fprm-percentual-desconto
            move ws-qtde-leve-64                   to fprm-qtde-leve
            move ws-qtde-pague-64                  to fprm-qtde-pague
            perform varying ws-idx-faixa-64 from 1 by 1
                    until ws-idx-faixa-64 > 3
                 move ws-faixa-qtde-minima-64 (ws-idx-faixa-64)
                                             to fprm-faixa-qtde-minima (ws-idx-faixa-64)
                 move ws-faixa-percentual-64 (ws-idx-faixa-64)
                                             to fprm-faixa-percentual (ws-idx-faixa-64)
            end-perform
            move ws-situacao-64                    to fprm-situacao
            move ws-aud-ano                        to fprm-dt-atualizacao-ano
            move ws-aud-mes                        to fprm-dt-atualizacao-mes
            move ws-aud-dia                        to fprm-dt-atualizacao-dia
            move ws-aud-horas                      to fprm-hr-atualizacao-hora
            move ws-aud-minutos                    to fprm-hr-atualizacao-minuto
            move ws-aud-segundos                   to fprm-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fprm-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD122
            else
                 perform 9000-regravar-CSBHD122
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2487-exit.
           exit.

      *>=====================================================================
      *> Canais de venda on-line (CSBHD124) que recebem o feed de
      *> catalogo e disponibilidade do CSBH01008E, com a margem de
      *> seguranca de cada um. A recarga preserva o registro do
      *> ultimo feed gerado.
      2488-processa-canal-csv section.
      2488.
            move "2488-processa-canal-csv - Inicio"    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_CANAL_VENDA.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqcanalcsv
                 perform 2489-valida-arquivo-canal
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2488-processa-canal-csv - Final"     to ws-ds-tracelog
            perform 9000-tracelog
          .
      2488-exit.
           exit.

      *>=====================================================================
      2489-valida-arquivo-canal section.
      2489.
            open input arqcanalcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqcanalcsv *> Despreza cabeçalho
            read arqcanalcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2490-valida-campos-canal
                    read arqcanalcsv
            end-perform
            close arqcanalcsv
            .
      2489-exit.
            exit.

      *>=====================================================================
      *> empresa;canal;descricao;filial;qtde-seguranca;percentual-
      *> seguranca;situacao - filial zerada publica todas as filiais
      *> ativas; situacao em branco vale "A".
      2490-valida-campos-canal section.
      2490.
            initialize                                      ws-campos-canal-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqcanalcsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-canal-67
                                                            ws-ds-canal-67
                                                            ws-cd-filial-alfa
                                                            ws-qtde-seguranca-alfa-67
                                                            ws-percentual-seguranca-alfa-67
                                                            ws-situacao-67

            move function numval (ws-cd-empresa-alfa)         to ws-cd-empresa-7
            move function numval (ws-cd-filial-alfa)          to ws-cd-filial-67
            move function numval (ws-qtde-seguranca-alfa-67)  to ws-qtde-seguranca-67
            move function numval (ws-percentual-seguranca-alfa-67)
                                                              to ws-percentual-seguranca-67
            if   ws-situacao-67 equal spaces
                 move "A"                          to ws-situacao-67
            end-if

            if   ws-cd-empresa-7 equal zeros
            or   ws-cd-canal-67 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo inválido, verifique os campos ",
                        "Empresa e Canal" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-percentual-seguranca-67 > 100
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " percentual de segurança do canal ", ws-cd-canal-67,
                        " fora de 0-100" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-67 not equal "A"
            and  ws-situacao-67 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " situação inválida (A = ativo, I = inativo)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fcan-canal
            move ws-cd-empresa-7                   to fcan-cd-empresa
            move ws-cd-canal-67                    to fcan-cd-canal
            perform 9000-ler-CSBHD124-ran

            move ws-ds-canal-67                    to fcan-ds-canal
            move ws-cd-filial-67                   to fcan-cd-filial
            move ws-qtde-seguranca-67              to fcan-qtde-seguranca
            move ws-percentual-seguranca-67        to fcan-percentual-seguranca
            move ws-situacao-67                    to fcan-situacao
            move ws-aud-ano                        to fcan-dt-atualizacao-ano
            move ws-aud-mes                        to fcan-dt-atualizacao-mes
            move ws-aud-dia                        to fcan-dt-atualizacao-dia
            move ws-aud-horas                      to fcan-hr-atualizacao-hora
            move ws-aud-minutos                    to fcan-hr-atualizacao-minuto
            move ws-aud-segundos                   to fcan-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fcan-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD124
            else
                 perform 9000-regravar-CSBHD124
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2490-exit.
           exit.

      *>=====================================================================
      *> Produto (cadastro mestre): descricao, unidade, NCM, grupo,
      *> peso e volume por codigo de produto - carregado antes de
      *> PRODUTO.CSV porque a localizacao de produto passa a olhar
      *> primeiro aqui.
      2495-processa-produto-mestre-csv section.
      2495.
            move "2495-processa-produto-mestre-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_PRODUTO_MESTRE.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqprodutomestrecsv
                 perform 2496-valida-arquivo-produto-mestre
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2495-processa-produto-mestre-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2495-exit.
           exit.

      *>=====================================================================
      2496-valida-arquivo-produto-mestre section.
      2496.
            open input arqprodutomestrecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqprodutomestrecsv *> Despreza cabeçalho
            read arqprodutomestrecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2497-valida-campos-produto-mestre
                    read arqprodutomestrecsv
            end-perform
            close arqprodutomestrecsv
            .
      2496-exit.
            exit.

      *>=====================================================================
      2497-valida-campos-produto-mestre section.
      2497.
            initialize                                      ws-campos-produto-mestre-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqprodutomestrecsv delimited by ";" into
                                                            ws-cd-produto-alfa
                                                            ws-ds-produto-30
                                                            ws-unidade-30
                                                            ws-num-alfa
                                                            ws-sequencia-alfa
                                                            ws-qtdade-alfa
                                                            ws-valor-alfa
                                                            ws-situacao-30
                                                            ws-id-inspecao-30
                                                            ws-id-serializado-30
                                                            ws-garantia-cliente-alfa-30
                                                            ws-garantia-fornecedor-alfa-30
                                                            ws-cd-produto-segunda-alfa-30

            move function numval (ws-cd-produto-alfa)        to ws-cd-produto-30
            move function numval (ws-num-alfa)               to ws-ncm-30
            move function numval (ws-sequencia-alfa)         to ws-grupo-30
            move function numval (ws-qtdade-alfa)            to ws-peso-30
            move function numval (ws-valor-alfa)             to ws-volume-30
            move function numval (ws-garantia-cliente-alfa-30)
                                                             to ws-garantia-cliente-30
            move function numval (ws-garantia-fornecedor-alfa-30)
                                                             to ws-garantia-fornecedor-30
            move function numval (ws-cd-produto-segunda-alfa-30)
                                                             to ws-cd-produto-segunda-30

            if   ws-cd-produto-30 equal zeros
            or   ws-ds-produto-30 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Produto ou Descrição inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-30 equal spaces
                 move "A"                          to ws-situacao-30
            end-if
            if   ws-situacao-30 not equal "A"
            and  ws-situacao-30 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " situação inválida (A = ativo, I = inativo)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fprd-produto-mestre
            move ws-cd-produto-30                  to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            move ws-ds-produto-30                  to fprd-ds-produto
            move ws-unidade-30                     to fprd-unidade-medida
            move ws-ncm-30                         to fprd-ncm
            move ws-grupo-30                       to fprd-cd-grupo
            move ws-peso-30                        to fprd-peso-kg
            move ws-volume-30                      to fprd-volume-m3
            move ws-situacao-30                    to fprd-situacao
            if   ws-id-inspecao-30 equal "S"
                 move "S"                          to fprd-id-inspecao
            else
                 move space                        to fprd-id-inspecao
            end-if
            if   ws-id-serializado-30 equal "S"
                 move "S"                          to fprd-id-serializado
            else
                 move space                        to fprd-id-serializado
            end-if
      *> Colunas opcionais de garantia, em meses: cliente (da Saida) e
      *> fornecedor (da Entrada) - base da reclamacao de garantia.
            move ws-garantia-cliente-30            to fprd-meses-garantia-cliente
            move ws-garantia-fornecedor-30         to fprd-meses-garantia-fornecedor
      *> Coluna opcional: produto de segunda qualidade que recebe a
      *> devolucao classificada "B" na triagem.
            if   ws-cd-produto-segunda-30 equal ws-cd-produto-30
                 move zeroes                       to fprd-cd-produto-segunda
            else
                 move ws-cd-produto-segunda-30     to fprd-cd-produto-segunda
            end-if

            move ws-aud-ano                        to fprd-dt-atualizacao-ano
            move ws-aud-mes                        to fprd-dt-atualizacao-mes
            move ws-aud-dia                        to fprd-dt-atualizacao-dia
            move ws-aud-horas                      to fprd-hr-atualizacao-hora
            move ws-aud-minutos                    to fprd-hr-atualizacao-minuto
            move ws-aud-segundos                   to fprd-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fprd-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD044
            else
                 perform 9000-regravar-CSBHD044
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2497-exit.
           exit.

      *>=====================================================================
      2500-processa-produto-csv section.
      2500.
            move "2500-processa-produto-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_PRODUTO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqprodutocsv
                 perform 2510-valida-arquivo-produto
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2500-processa-produto-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2500-exit.
           exit.

      *>=====================================================================
      2510-valida-arquivo-produto section.
      2510.
            open input arqprodutocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqprodutocsv *> Despreza cabeçalho
            read arqprodutocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2520-valida-campos-produto
                    read arqprodutocsv
            end-perform
            close arqprodutocsv
            .
      2510-exit.
            exit.

      *>=====================================================================
      2520-valida-campos-produto section.
      2520.
            initialize                                      ws-campos-produto-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqprodutocsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-filial-alfa
                                                            ws-cd-entrada-alfa
                                                            ws-cd-produto-alfa
                                                            ws-cd-sequencia-alfa
                                                            ws-lote-6
                                                            ws-qtdade-alfa
                                                            ws-valor-alfa

            move function numval (ws-cd-empresa-alfa)      to ws-cd-empresa-6
            move function numval (ws-cd-filial-alfa)       to ws-cd-filial-6
            move function numval (ws-cd-entrada-alfa)      to ws-cd-entrada-6
            move function numval (ws-cd-produto-alfa)      to ws-cd-produto-6
            move function numval (ws-cd-sequencia-alfa)    to ws-cd-sequencia-6
            move function numval (ws-qtdade-alfa)          to ws-qtdade-6
            move function numval (ws-valor-alfa)           to ws-valor-6

            if   ws-cd-empresa-6 equal zeros
            or   ws-cd-filial-6  equal zeros
            or   ws-cd-produto-6 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Empresa, Filial e Produto" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-valor-6 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Valor inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fdpdt-produto
            move ws-cd-empresa-6                   to fdpdt-cd-empresa
            move ws-cd-filial-6                    to fdpdt-cd-filial
            move ws-cd-entrada-6                   to fdpdt-cd-entrada
            move ws-cd-produto-6                   to fdpdt-cd-produto
            move ws-cd-sequencia-6                 to fdpdt-cd-sequencia
            move ws-lote-6                         to fdpdt-lote
            move ws-qtdade-6                       to fdpdt-qtdade
            move ws-valor-6                        to fdpdt-valor
            perform 9000-ler-CSBHD009-ran
            if   ws-operacao-ok
                 move fdpdt-produto
                                                   to ws-hst-imagem-anterior
            else
                 move spaces                       to ws-hst-imagem-anterior
            end-if

            move ws-aud-ano                        to fdpdt-dt-atualizacao-ano
            move ws-aud-mes                        to fdpdt-dt-atualizacao-mes
            move ws-aud-dia                        to fdpdt-dt-atualizacao-dia
            move ws-aud-horas                      to fdpdt-hr-atualizacao-hora
            move ws-aud-minutos                    to fdpdt-hr-atualizacao-minuto
            move ws-aud-segundos                   to fdpdt-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fdpdt-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD009
            else
                 perform 9000-regravar-CSBHD009
                 if   ws-operacao-ok
                      move "CSBHF009"              to ws-hst-tabela
                      move spaces                  to ws-hst-chave
                      string ws-cd-empresa-6 ws-cd-filial-6 ws-cd-entrada-6 ws-cd-produto-6 ws-cd-sequencia-6
                             delimited by size into ws-hst-chave
                      move "R"                     to ws-hst-operacao
                      move fdpdt-produto
                                                   to ws-hst-imagem-atual
                      perform 9800-grava-historico
                 end-if
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2520-exit.
           exit.

      *>=====================================================================
      *> Sucessao de produto: o codigo descontinuado, o sucessor, a data
      *> efetiva e o fator de conversao - carregada depois de PRODUTO.CSV
      *> porque os dois codigos tem de estar cadastrados. A migracao de
      *> pendencias, pedidos, acordos, parametros e demanda e do job
      *> CSBH03083S; aqui so se registra a sucessao pendente.
      2501-processa-sucessao-csv section.
      2501.
            move "2501-processa-sucessao-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_SUCESSAO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqsucessaocsv
                 perform 2502-valida-arquivo-sucessao
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2501-processa-sucessao-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2501-exit.
           exit.

      *>=====================================================================
      2502-valida-arquivo-sucessao section.
      2502.
            open input arqsucessaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqsucessaocsv *> Despreza cabeçalho
            read arqsucessaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2503-valida-campos-sucessao
                    read arqsucessaocsv
            end-perform
            close arqsucessaocsv
            .
      2502-exit.
            exit.

      *>=====================================================================
      *> empresa;produto-antigo;produto-novo;data-efetiva;fator - fator
      *> em branco ou zero vale 1. Sucessao ja efetivada nao e
      *> recarregada: a migracao feita nao se desfaz por arquivo.
      2503-valida-campos-sucessao section.
      2503.
            initialize                                      ws-campos-sucessao-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqsucessaocsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-produto-antigo-alfa-62
                                                            ws-cd-produto-novo-alfa-62
                                                            ws-data-efetiva-alfa-62
                                                            ws-fator-conversao-alfa-62

            move function numval (ws-cd-empresa-alfa)           to ws-cd-empresa-7
            move function numval (ws-cd-produto-antigo-alfa-62) to ws-cd-produto-antigo-62
            move function numval (ws-cd-produto-novo-alfa-62)   to ws-cd-produto-novo-62
            move function numval (ws-data-efetiva-alfa-62)      to ws-data-efetiva-62
            if   ws-fator-conversao-alfa-62 not equal spaces
                 move function numval (ws-fator-conversao-alfa-62)
                                                                to ws-fator-conversao-62
            end-if
            if   ws-fator-conversao-62 equal zeros
                 move 1                            to ws-fator-conversao-62
            end-if

            if   ws-cd-empresa-7 equal zeros
            or   ws-cd-produto-antigo-62 equal zeros
            or   ws-cd-produto-novo-62 equal zeros
            or   ws-data-efetiva-62 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Empresa, Produto antigo, Produto novo e Data efetiva"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-cd-produto-antigo-62 equal ws-cd-produto-novo-62
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-antigo-62,
                        " não pode suceder a si mesmo" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-produto-antigo-62           to ws-cd-produto-procurado
            perform 2725-localiza-produto
            if   ws-produto-localizado
                 move ws-cd-produto-novo-62        to ws-cd-produto-procurado
                 perform 2725-localiza-produto
            end-if
            if   not ws-produto-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-procurado,
                        " não cadastrado em CSBHD009" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

      *> O sucessor nao pode ser, ele proprio, sucedido pelo antigo - a
      *> Saida ficaria trocando de codigo entre os dois.
            initialize                             fsuc-sucessao
            move ws-cd-empresa-7                   to fsuc-cd-empresa
            move ws-cd-produto-novo-62             to fsuc-cd-produto-antigo
            perform 9000-ler-CSBHD120-ran
            if   ws-operacao-ok
            and  fsuc-cd-produto-novo equal ws-cd-produto-antigo-62
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " sucessao circular entre os produtos ",
                        ws-cd-produto-antigo-62, " e ", ws-cd-produto-novo-62
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fsuc-sucessao
            move ws-cd-empresa-7                   to fsuc-cd-empresa
            move ws-cd-produto-antigo-62           to fsuc-cd-produto-antigo
            perform 9000-ler-CSBHD120-ran
            if   ws-operacao-ok
            and  fsuc-situacao-efetivada
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " sucessao do produto ", ws-cd-produto-antigo-62,
                        " já efetivada em ", fsuc-data-aplicacao
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-produto-novo-62             to fsuc-cd-produto-novo
            move ws-data-efetiva-62                to fsuc-data-efetiva
            move ws-fator-conversao-62             to fsuc-fator-conversao
            move "P"                               to fsuc-situacao
            move zeroes                            to fsuc-data-aplicacao
            move ws-aud-ano                        to fsuc-dt-atualizacao-ano
            move ws-aud-mes                        to fsuc-dt-atualizacao-mes
            move ws-aud-dia                        to fsuc-dt-atualizacao-dia
            move ws-aud-horas                      to fsuc-hr-atualizacao-hora
            move ws-aud-minutos                    to fsuc-hr-atualizacao-minuto
            move ws-aud-segundos                   to fsuc-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fsuc-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD120
            else
                 perform 9000-regravar-CSBHD120
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2503-exit.
           exit.

      *>=====================================================================
      *> EAN: codigos de barras por produto, um por nivel de embalagem,
      *> aceitos como identificador alternativo de produto nas cargas
      *> de CONTAGEM e ITEM_ENTRADA.
      2515-processa-ean-csv section.
      2515.
            move "2515-processa-ean-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_EAN.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqeancsv
                 perform 2516-valida-arquivo-ean
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2515-processa-ean-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2515-exit.
           exit.

      *>=====================================================================
      2516-valida-arquivo-ean section.
      2516.
            open input arqeancsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqeancsv *> Despreza cabeçalho
            read arqeancsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2517-valida-campos-ean
                    read arqeancsv
            end-perform
            close arqeancsv
            .
      2516-exit.
            exit.

      *>=====================================================================
      2517-valida-campos-ean section.
      2517.
            initialize                                      ws-campos-ean-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqeancsv delimited by ";" into
                                                            ws-cd-ean-35
                                                            ws-cd-produto-alfa
                                                            ws-sequencia-alfa
                                                            ws-situacao-35

            move function numval (ws-cd-produto-alfa)        to ws-cd-produto-35
            move function numval (ws-sequencia-alfa)         to ws-nivel-35

            if   ws-cd-ean-35 equal spaces
            or   ws-cd-produto-35 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo EAN ou Produto inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-produto-35                  to ws-cd-produto-procurado
            perform 2725-localiza-produto
            if   not ws-produto-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-35, " não cadastrado"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-35 equal spaces
                 move "A"                          to ws-situacao-35
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fean-ean-produto
            move ws-cd-ean-35                      to fean-cd-ean
            move ws-cd-produto-35                  to fean-cd-produto
            move ws-nivel-35                       to fean-nivel-embalagem
            move ws-situacao-35                    to fean-situacao
            perform 9000-ler-CSBHD051-ran

            move ws-aud-ano                        to fean-dt-atualizacao-ano
            move ws-aud-mes                        to fean-dt-atualizacao-mes
            move ws-aud-dia                        to fean-dt-atualizacao-dia
            move ws-aud-horas                      to fean-hr-atualizacao-hora
            move ws-aud-minutos                    to fean-hr-atualizacao-minuto
            move ws-aud-segundos                   to fean-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fean-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD051
            else
                 perform 9000-regravar-CSBHD051
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2517-exit.
           exit.

      *>=====================================================================
      *> Composicao de kit: componentes por produto composto, usada
      *> pela explosao de linha de kit em ITEM_SAIDA.CSV.
      2525-processa-kit-csv section.
      2525.
            move "2525-processa-kit-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_KIT.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqkitcsv
                 perform 2526-valida-arquivo-kit
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2525-processa-kit-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2525-exit.
           exit.

      *>=====================================================================
      2526-valida-arquivo-kit section.
      2526.
            open input arqkitcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqkitcsv *> Despreza cabeçalho
            read arqkitcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2527-valida-campos-kit
                    read arqkitcsv
            end-perform
            close arqkitcsv
            .
      2526-exit.
            exit.

      *>=====================================================================
      2527-valida-campos-kit section.
      2527.
            initialize                                      ws-campos-kit-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqkitcsv delimited by ";" into
                                                            ws-num-alfa
                                                            ws-cd-produto-alfa
                                                            ws-qtdade-alfa

            move function numval (ws-num-alfa)               to ws-cd-kit-39
            move function numval (ws-cd-produto-alfa)        to ws-cd-componente-39
            move function numval (ws-qtdade-alfa)            to ws-qtdade-por-39

            if   ws-cd-kit-39        equal zeros
            or   ws-cd-componente-39 equal zeros
            or   ws-qtdade-por-39    equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Kit, Componente ou Quantidade inválido"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-componente-39               to ws-cd-produto-procurado
            perform 2725-localiza-produto
            if   not ws-produto-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " componente ", ws-cd-componente-39, " não cadastrado"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fkit-composicao
            move ws-cd-kit-39                      to fkit-cd-kit
            move ws-cd-componente-39               to fkit-cd-componente
            move ws-qtdade-por-39                  to fkit-qtdade-por
            perform 9000-ler-CSBHD057-ran

            move ws-aud-ano                        to fkit-dt-atualizacao-ano
            move ws-aud-mes                        to fkit-dt-atualizacao-mes
            move ws-aud-dia                        to fkit-dt-atualizacao-dia
            move ws-aud-horas                      to fkit-hr-atualizacao-hora
            move ws-aud-minutos                    to fkit-hr-atualizacao-minuto
            move ws-aud-segundos                   to fkit-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fkit-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD057
            else
                 perform 9000-regravar-CSBHD057
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2527-exit.
           exit.

      *>=====================================================================
      *> Unidade de medida alternativa por produto, com o fator de
      *> conversao para a unidade base - usada pela coluna opcional de
      *> unidade dos movimentos e da contagem.
      2528-processa-unidade-csv section.
      2528.
            move "2528-processa-unidade-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_UNIDADE.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqunidadecsv
                 perform 2529-valida-arquivo-unidade
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2528-processa-unidade-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2528-exit.
           exit.

      *>=====================================================================
      2529-valida-arquivo-unidade section.
      2529.
            open input arqunidadecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqunidadecsv *> Despreza cabeçalho
            read arqunidadecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2531-valida-campos-unidade
                    read arqunidadecsv
            end-perform
            close arqunidadecsv
            .
      2529-exit.
            exit.

      *>=====================================================================
      2531-valida-campos-unidade section.
      2531.
            initialize                                      ws-campos-unidade-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqunidadecsv delimited by ";" into
                                                            ws-cd-produto-alfa
                                                            ws-cd-unidade-44
                                                            ws-valor-alfa

            move function numval (ws-cd-produto-alfa)        to ws-cd-produto-44
            move function numval (ws-valor-alfa)             to ws-fator-44

            if   ws-cd-produto-44 equal zeros
            or   ws-cd-unidade-44 equal spaces
            or   ws-fator-44      equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Produto, Unidade ou Fator inválido"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-produto-44                  to ws-cd-produto-procurado
            perform 2725-localiza-produto
            if   not ws-produto-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-44, " não cadastrado"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fumd-unidade-medida
            move ws-cd-produto-44                  to fumd-cd-produto
            move ws-cd-unidade-44                  to fumd-cd-unidade
            move ws-fator-44                       to fumd-fator-conversao
            perform 9000-ler-CSBHD074-ran

            move ws-aud-ano                        to fumd-dt-atualizacao-ano
            move ws-aud-mes                        to fumd-dt-atualizacao-mes
            move ws-aud-dia                        to fumd-dt-atualizacao-dia
            move ws-aud-horas                      to fumd-hr-atualizacao-hora
            move ws-aud-minutos                    to fumd-hr-atualizacao-minuto
            move ws-aud-segundos                   to fumd-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fumd-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD074
            else
                 perform 9000-regravar-CSBHD074
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2531-exit.
           exit.

      *>=====================================================================
      *> Lote: cadastro mestre por tras de feisd-lote/fddps-lote, carregado
      *> depois de PRODUTO.CSV (valida o produto do lote) e antes dos
      *> movimentos (que validam o lote contra este cadastro).
      2530-processa-lote-csv section.
      2530.
            move "2530-processa-lote-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_LOTE.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqlotecsv
                 perform 2535-valida-arquivo-lote
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2530-processa-lote-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2530-exit.
           exit.

      *>=====================================================================
      2535-valida-arquivo-lote section.
      2535.
            open input arqlotecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqlotecsv *> Despreza cabeçalho
            read arqlotecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2540-valida-campos-lote
                    read arqlotecsv
            end-perform
            close arqlotecsv
            .
      2535-exit.
            exit.

      *>=====================================================================
      2540-valida-campos-lote section.
      2540.
            initialize                                      ws-campos-lote-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqlotecsv delimited by ";" into
                                                            ws-cd-produto-alfa
                                                            ws-lote-15
                                                            ws-cd-fornecedor-alfa
                                                            ws-referencia-15
                                                            ws-data-fabricacao-alfa
                                                            ws-data-validade-alfa

            move function numval (ws-cd-produto-alfa)        to ws-cd-produto-15
            move function numval (ws-cd-fornecedor-alfa)     to ws-cd-fornecedor-15

            if   ws-cd-produto-15 equal zeros
            or   ws-lote-15 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Produto ou Lote inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-data-fabricacao-alfa equal spaces
            or   ws-data-validade-alfa equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " data de fabricação ou de validade inválida" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-data-fabricacao-alfa (1:4))  to ws-data-fabricacao-ano-15
            move function numval (ws-data-fabricacao-alfa (5:2))  to ws-data-fabricacao-mes-15
            move function numval (ws-data-fabricacao-alfa (7:2))  to ws-data-fabricacao-dia-15
            move function numval (ws-data-validade-alfa (1:4)) to ws-data-validade-ano-15
            move function numval (ws-data-validade-alfa (5:2)) to ws-data-validade-mes-15
            move function numval (ws-data-validade-alfa (7:2)) to ws-data-validade-dia-15

            if   ws-data-validade-15 not greater ws-data-fabricacao-15
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " validade não posterior à fabricação" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-produto-15                  to ws-cd-produto-procurado
            perform 2725-localiza-produto
            if   not ws-produto-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-15, " não cadastrado em CSBHD009"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             flot-lote
            move ws-cd-produto-15                  to flot-cd-produto
            move ws-lote-15                        to flot-cd-lote
            move ws-cd-fornecedor-15               to flot-cd-fornecedor
            move ws-referencia-15                  to flot-referencia-fornecedor
            move ws-data-fabricacao-15             to flot-data-fabricacao
            move ws-data-validade-15               to flot-data-validade
            move "A"                               to flot-situacao
            perform 9000-ler-CSBHD018-ran

            move ws-aud-ano                        to flot-dt-atualizacao-ano
            move ws-aud-mes                        to flot-dt-atualizacao-mes
            move ws-aud-dia                        to flot-dt-atualizacao-dia
            move ws-aud-horas                      to flot-hr-atualizacao-hora
            move ws-aud-minutos                    to flot-hr-atualizacao-minuto
            move ws-aud-segundos                   to flot-hr-atualizacao-segundo
            move ws-aud-job-origem                 to flot-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD018
            else
                 perform 9000-regravar-CSBHD018
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2540-exit.
           exit.

      *>=====================================================================
      *> Natureza de operacao (CSBHD077): CFOP por tipo de movimento x
      *> abrangencia (I = intraestadual, E = interestadual). Carregada
      *> no passo de cadastros porque as cargas de movimento e as
      *> transacoes resolvem o CFOP de cada registro gravado por ela.
      2536-processa-natureza-csv section.
      2536.
            move "2536-processa-natureza-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_NATUREZA.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqnaturezacsv
                 perform 2537-valida-arquivo-natureza
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2536-processa-natureza-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2536-exit.
           exit.

      *>=====================================================================
      2537-valida-arquivo-natureza section.
      2537.
            open input arqnaturezacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqnaturezacsv *> Despreza cabeçalho
            read arqnaturezacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2538-valida-campos-natureza
                    add 1                          to ws-idx-001
                    read arqnaturezacsv
            end-perform
            close arqnaturezacsv
            .
      2537-exit.
            exit.

      *>=====================================================================
      *> Layout: tipo de movimento;abrangencia;cfop;descricao
      2538-valida-campos-natureza section.
      2538.
            initialize                                      ws-campos-natureza-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqnaturezacsv delimited by ";" into
                                                            ws-tipo-movimento-46
                                                            ws-id-abrangencia-46
                                                            ws-valor-alfa
                                                            ws-ds-natureza-46

            if   ws-tipo-movimento-46 not equal "VEN"
            and  ws-tipo-movimento-46 not equal "CSG"
            and  ws-tipo-movimento-46 not equal "COM"
            and  ws-tipo-movimento-46 not equal "DEV"
            and  ws-tipo-movimento-46 not equal "TRS"
            and  ws-tipo-movimento-46 not equal "TRE"
            and  ws-tipo-movimento-46 not equal "DVF"
            and  ws-tipo-movimento-46 not equal "BXA"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " tipo de movimento inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-id-abrangencia-46 not equal "I"
            and  ws-id-abrangencia-46 not equal "E"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " abrangência inválida (I ou E)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-valor-alfa equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo CFOP inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            move function numval (ws-valor-alfa)             to ws-cfop-46
            if   ws-cfop-46 less 1000
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo CFOP inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fnat-natureza-operacao
            move ws-tipo-movimento-46              to fnat-tipo-movimento
            move ws-id-abrangencia-46              to fnat-id-abrangencia
            perform 9000-ler-CSBHD077-ran
            if   not ws-operacao-ok
                 initialize                        fnat-natureza-operacao
                 move ws-tipo-movimento-46         to fnat-tipo-movimento
                 move ws-id-abrangencia-46         to fnat-id-abrangencia
            end-if

            move ws-cfop-46                        to fnat-cfop
            move ws-ds-natureza-46                 to fnat-ds-natureza
            move ws-aud-ano                        to fnat-dt-atualizacao-ano
            move ws-aud-mes                        to fnat-dt-atualizacao-mes
            move ws-aud-dia                        to fnat-dt-atualizacao-dia
            move ws-aud-horas                      to fnat-hr-atualizacao-hora
            move ws-aud-minutos                    to fnat-hr-atualizacao-minuto
            move ws-aud-segundos                   to fnat-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fnat-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD077
            else
                 perform 9000-regravar-CSBHD077
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2538-exit.
           exit.

      *>=====================================================================
      *> CFOP de movimento com cliente (saida, consignacao, devolucao):
      *> a cidade de destino e a do cadastro do cliente (CSBHD013).
      *> O chamador preenche ws-nat-tipo-movimento, a empresa/filial
      *> e ws-cd-cliente-cfop; cliente sem cadastro resolve como
      *> intraestadual.
      2539-resolve-cfop-cliente section.
      2539.
            move zeroes                            to ws-nat-cd-cidade-destino
            initialize                             fdcli-chave-1
            move ws-cd-cliente-cfop                to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   ws-operacao-ok
                 move fdcli-cd-cidade              to ws-nat-cd-cidade-destino
            end-if
            move "00"                              to ws-resultado-acesso
            perform 9700-resolve-cfop
          .
      2539-exit.
           exit.

      *>=====================================================================
      *> CST e aliquotas de excecao de PIS/COFINS por NCM (CSBHD080),
      *> base da apuracao nao cumulativa CSBH03057P.
      2680-processa-pis-cofins-csv section.
      2680.
            move "2680-processa-pis-cofins-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_PIS_COFINS.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqpiscofinscsv
                 perform 2681-valida-arquivo-pis-cofins
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2680-processa-pis-cofins-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2680-exit.
           exit.

      *>=====================================================================
      2681-valida-arquivo-pis-cofins section.
      2681.
            open input arqpiscofinscsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqpiscofinscsv *> Despreza cabeçalho
            read arqpiscofinscsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2682-valida-campos-pis-cofins
                    add 1                          to ws-idx-001
                    read arqpiscofinscsv
            end-perform
            close arqpiscofinscsv
            .
      2681-exit.
            exit.

      *>=====================================================================
      *> Layout: ncm;cst;aliquota pis;aliquota cofins
      2682-valida-campos-pis-cofins section.
      2682.
            initialize                                      ws-campos-pis-cofins-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqpiscofinscsv delimited by ";" into
                                                            ws-cd-produto-alfa
                                                            ws-cd-deposito-alfa
                                                            ws-valor-alfa
                                                            ws-total-alfa

            move function numval (ws-cd-produto-alfa)       to ws-ncm-48
            if   ws-ncm-48 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo NCM inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-cd-deposito-alfa)      to ws-cst-48
            if   ws-cst-48 less 1
            or   ws-cst-48 greater 9
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " CST de saída inválido (01 a 09)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            move function numval (ws-valor-alfa)             to ws-aliquota-pis-48
            move function numval (ws-total-alfa)             to ws-aliquota-cofins-48

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fpcr-regra-pis-cofins
            move ws-ncm-48                         to fpcr-ncm
            perform 9000-ler-CSBHD080-ran
            if   not ws-operacao-ok
                 initialize                        fpcr-regra-pis-cofins
                 move ws-ncm-48                    to fpcr-ncm
            end-if

            move ws-cst-48                         to fpcr-cst
            move ws-aliquota-pis-48                to fpcr-aliquota-pis
            move ws-aliquota-cofins-48             to fpcr-aliquota-cofins
            move ws-aud-ano                        to fpcr-dt-atualizacao-ano
            move ws-aud-mes                        to fpcr-dt-atualizacao-mes
            move ws-aud-dia                        to fpcr-dt-atualizacao-dia
            move ws-aud-horas                      to fpcr-hr-atualizacao-hora
            move ws-aud-minutos                    to fpcr-hr-atualizacao-minuto
            move ws-aud-segundos                   to fpcr-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fpcr-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD080
            else
                 perform 9000-regravar-CSBHD080
            end-if

            if   not ws-operacao-ok
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2682-exit.
           exit.

      *>=====================================================================
      *> Taxa de cambio diaria por moeda (CSBHD083), usada pelo rateio da
      *> declaracao de importacao (CSBH03059L) quando a DI nao traz a
      *> propria taxa.
      2683-processa-cambio-csv section.
      2683.
            move "2683-processa-cambio-csv - Inicio"      to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_CAMBIO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqcambiocsv
                 perform 2684-valida-arquivo-cambio
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2683-processa-cambio-csv - Final"       to ws-ds-tracelog
            perform 9000-tracelog
          .
      2683-exit.
           exit.

      *>=====================================================================
      2684-valida-arquivo-cambio section.
      2684.
            open input arqcambiocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqcambiocsv *> Despreza cabeçalho
            read arqcambiocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2685-valida-campos-cambio
                    add 1                          to ws-idx-001
                    read arqcambiocsv
            end-perform
            close arqcambiocsv
            .
      2684-exit.
            exit.

      *>=====================================================================
      *> Layout: moeda;data;taxa (reais por unidade da moeda)
      2685-valida-campos-cambio section.
      2685.
            initialize                                      ws-campos-cambio-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqcambiocsv delimited by ";" into
                                                            ws-cd-moeda-49
                                                            ws-data-cotacao-alfa
                                                            ws-valor-alfa

            if   ws-cd-moeda-49 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Moeda inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-data-cotacao-alfa)     to ws-data-cotacao-49
            if   ws-data-cotacao-49 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Data da Cotação inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-valor-alfa)            to ws-taxa-49
            if   ws-taxa-49 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Taxa inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fcam-taxa-cambio
            move ws-cd-moeda-49                    to fcam-cd-moeda
            move ws-data-cotacao-49                to fcam-data-cotacao
            perform 9000-ler-CSBHD083-ran
            if   not ws-operacao-ok
                 initialize                        fcam-taxa-cambio
                 move ws-cd-moeda-49               to fcam-cd-moeda
                 move ws-data-cotacao-49           to fcam-data-cotacao
            end-if

            move ws-taxa-49                        to fcam-taxa
            move ws-aud-ano                        to fcam-dt-atualizacao-ano
            move ws-aud-mes                        to fcam-dt-atualizacao-mes
            move ws-aud-dia                        to fcam-dt-atualizacao-dia
            move ws-aud-horas                      to fcam-hr-atualizacao-hora
            move ws-aud-minutos                    to fcam-hr-atualizacao-minuto
            move ws-aud-segundos                   to fcam-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fcam-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD083
            else
                 perform 9000-regravar-CSBHD083
            end-if

            if   not ws-operacao-ok
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2685-exit.
           exit.

      *>=====================================================================
      *> Declaracao de importacao (CSBHD082) da Entrada ja carregada: a
      *> carga (re)abre a DI como pendente e o CSBH03059L faz o rateio
      *> das despesas e tributos pelas linhas de CSBHD008.
      2686-processa-di-csv section.
      2686.
            move "2686-processa-di-csv - Inicio"          to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_DI.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqdicsv
                 perform 2687-valida-arquivo-di
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2686-processa-di-csv - Final"           to ws-ds-tracelog
            perform 9000-tracelog
          .
      2686-exit.
           exit.

      *>=====================================================================
      2687-valida-arquivo-di section.
      2687.
            open input arqdicsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqdicsv *> Despreza cabeçalho
            read arqdicsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2688-valida-campos-di
                    add 1                          to ws-idx-001
                    read arqdicsv
            end-perform
            close arqdicsv
            .
      2687-exit.
            exit.

      *>=====================================================================
      *> Layout: empresa;filial;entrada;numero DI;data registro;moeda;
      *> taxa de cambio (zero = tabela CSBHD083);criterio de rateio
      *> (V valor / P peso);frete internacional;seguro (na moeda);II;
      *> IPI;PIS;COFINS;ICMS;AFRMM;despachante;SISCOMEX;outras (reais)
      2688-valida-campos-di section.
      2688.
            initialize                                      ws-campos-di-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqdicsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-filial-alfa
                                                            ws-cd-entrada-alfa
                                                            ws-nr-declaracao-50
                                                            ws-data-entrada-alfa
                                                            ws-cd-moeda-50
                                                            ws-valor-alfa-50 (1)
                                                            ws-criterio-rateio-50
                                                            ws-valor-alfa-50 (2)
                                                            ws-valor-alfa-50 (3)
                                                            ws-valor-alfa-50 (4)
                                                            ws-valor-alfa-50 (5)
                                                            ws-valor-alfa-50 (6)
                                                            ws-valor-alfa-50 (7)
                                                            ws-valor-alfa-50 (8)
                                                            ws-valor-alfa-50 (9)
                                                            ws-valor-alfa-50 (10)
                                                            ws-valor-alfa-50 (11)
                                                            ws-valor-alfa-50 (12)

            move function numval (ws-cd-empresa-alfa)       to ws-cd-empresa-50
            move function numval (ws-cd-filial-alfa)        to ws-cd-filial-50
            move function numval (ws-cd-entrada-alfa)       to ws-cd-entrada-50
            if   ws-cd-empresa-50 equal zeros
            or   ws-cd-filial-50 equal zeros
            or   ws-cd-entrada-50 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Empresa, Filial ou Entrada inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-data-entrada-alfa)     to ws-data-registro-50
            if   ws-nr-declaracao-50 equal spaces
            or   ws-data-registro-50 equal zeros
            or   ws-cd-moeda-50 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Declaração, Data de Registro ou Moeda inválido"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-criterio-rateio-50 equal spaces
                 move "V"                          to ws-criterio-rateio-50
            end-if
            if   ws-criterio-rateio-50 not equal "V"
            and  ws-criterio-rateio-50 not equal "P"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " critério de rateio inválido (V ou P)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

      *> A DI pertence a uma Entrada ja carregada: a chave completa
      *> (com a transportadora) vem do cabecalho.
            initialize                             fdetd-chave-1
            move ws-cd-empresa-50                  to fdfnc-cd-empresa
            move ws-cd-filial-50                   to fdfnc-cd-filial
            move ws-cd-entrada-50                  to fdfnc-cd-entrada
            move low-values                        to fdfnc-cd-transpordadora
            perform 9000-str-CSBHD007-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD007-next
            end-if
            if   not ws-operacao-ok
            or   fdfnc-cd-empresa not equal ws-cd-empresa-50
            or   fdfnc-cd-filial  not equal ws-cd-filial-50
            or   fdfnc-cd-entrada not equal ws-cd-entrada-50
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " entrada ", ws-cd-entrada-50,
                        " não cadastrada em CSBHD007" into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fdi-declaracao-importacao
            move ws-cd-empresa-50                  to fdi-cd-empresa
            move ws-cd-filial-50                   to fdi-cd-filial
            move ws-cd-entrada-50                  to fdi-cd-entrada
            perform 9000-ler-CSBHD082-ran
            if   not ws-operacao-ok
                 initialize                        fdi-declaracao-importacao
                 move ws-cd-empresa-50             to fdi-cd-empresa
                 move ws-cd-filial-50              to fdi-cd-filial
                 move ws-cd-entrada-50             to fdi-cd-entrada
            end-if

            move fdfnc-cd-transpordadora           to fdi-cd-transportadora
            move ws-nr-declaracao-50               to fdi-nr-declaracao
            move ws-data-registro-50               to fdi-data-registro
            move ws-cd-moeda-50                    to fdi-cd-moeda
            move ws-criterio-rateio-50             to fdi-criterio-rateio
            move function numval (ws-valor-alfa-50 (1))  to fdi-taxa-cambio
            move function numval (ws-valor-alfa-50 (2))  to fdi-frete-internacional
            move function numval (ws-valor-alfa-50 (3))  to fdi-seguro-internacional
            move function numval (ws-valor-alfa-50 (4))  to fdi-valor-ii
            move function numval (ws-valor-alfa-50 (5))  to fdi-valor-ipi
            move function numval (ws-valor-alfa-50 (6))  to fdi-valor-pis
            move function numval (ws-valor-alfa-50 (7))  to fdi-valor-cofins
            move function numval (ws-valor-alfa-50 (8))  to fdi-valor-icms
            move function numval (ws-valor-alfa-50 (9))  to fdi-valor-afrmm
            move function numval (ws-valor-alfa-50 (10)) to fdi-valor-despachante
            move function numval (ws-valor-alfa-50 (11)) to fdi-valor-siscomex
            move function numval (ws-valor-alfa-50 (12)) to fdi-valor-outras-despesas
      *> Carga nova ou corrigida volta a pendente: o proximo CSBH03059L
      *> refaz o rateio a partir do FOB guardado em CSBHD084.
            move "P"                               to fdi-situacao
            move ws-aud-ano                        to fdi-dt-atualizacao-ano
            move ws-aud-mes                        to fdi-dt-atualizacao-mes
            move ws-aud-dia                        to fdi-dt-atualizacao-dia
            move ws-aud-horas                      to fdi-hr-atualizacao-hora
            move ws-aud-minutos                    to fdi-hr-atualizacao-minuto
            move ws-aud-segundos                   to fdi-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fdi-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD082
            else
                 perform 9000-regravar-CSBHD082
            end-if

            if   not ws-operacao-ok
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2688-exit.
           exit.

      *>=====================================================================
      *> Produto por fornecedor (CSBHD085): codigo do produto no
      *> fornecedor -> codigo interno, para a recepcao de NF-e
      *> (CSBH01007N) resolver o item que nao traz EAN cadastrado.
      2689-processa-produto-fornecedor-csv section.
      2689.
            move "2689-processa-produto-fornecedor-csv - Inicio" to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_PRODUTO_FORNECEDOR.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqprodfornecsv
                 perform 2690-valida-arquivo-produto-fornecedor
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2689-processa-produto-fornecedor-csv - Final"  to ws-ds-tracelog
            perform 9000-tracelog
          .
      2689-exit.
           exit.

      *>=====================================================================
      2690-valida-arquivo-produto-fornecedor section.
      2690.
            open input arqprodfornecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqprodfornecsv *> Despreza cabeçalho
            read arqprodfornecsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2691-valida-campos-produto-fornecedor
                    add 1                          to ws-idx-001
                    read arqprodfornecsv
            end-perform
            close arqprodfornecsv
            .
      2690-exit.
            exit.

      *>=====================================================================
      *> Layout: fornecedor;codigo do produto no fornecedor;produto
      *> (codigo interno ou EAN);situacao (A/I, em branco = A)
      2691-valida-campos-produto-fornecedor section.
      2691.
            initialize                                      ws-campos-produto-fornecedor-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqprodfornecsv delimited by ";" into
                                                            ws-cd-fornecedor-alfa
                                                            ws-cd-produto-fornecedor-51
                                                            ws-cd-produto-alfa
                                                            ws-situacao-51

            move function numval (ws-cd-fornecedor-alfa)    to ws-cd-fornecedor-51
            if   ws-cd-fornecedor-51 equal zeros
            or   ws-cd-produto-fornecedor-51 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Fornecedor ou Código no Fornecedor inválido"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-fornecedor-51               to ws-cd-fornecedor-procurado
            perform 2731-localiza-fornecedor
            move "00"                              to ws-resultado-acesso
            if   not ws-fornecedor-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " fornecedor ", ws-cd-fornecedor-51, " não cadastrado em CSBHD006"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            perform 2735-resolve-produto-ean
            if   not ws-produto-resolvido
            or   ws-cd-produto-resolvido equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto inválido ou código de barras não cadastrado: [",
                        ws-cd-produto-alfa, "]" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            move ws-cd-produto-resolvido           to ws-cd-produto-51

            if   ws-situacao-51 equal spaces
                 move "A"                          to ws-situacao-51
            end-if
            if   ws-situacao-51 not equal "A"
            and  ws-situacao-51 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Situação inválido (A ou I)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fpfr-produto-fornecedor
            move ws-cd-fornecedor-51               to fpfr-cd-fornecedor
            move ws-cd-produto-fornecedor-51       to fpfr-cd-produto-fornecedor
            perform 9000-ler-CSBHD085-ran
            if   not ws-operacao-ok
                 initialize                        fpfr-produto-fornecedor
                 move ws-cd-fornecedor-51          to fpfr-cd-fornecedor
                 move ws-cd-produto-fornecedor-51  to fpfr-cd-produto-fornecedor
            end-if

            move ws-cd-produto-51                  to fpfr-cd-produto
            move ws-situacao-51                    to fpfr-situacao
            move ws-aud-ano                        to fpfr-dt-atualizacao-ano
            move ws-aud-mes                        to fpfr-dt-atualizacao-mes
            move ws-aud-dia                        to fpfr-dt-atualizacao-dia
            move ws-aud-horas                      to fpfr-hr-atualizacao-hora
            move ws-aud-minutos                    to fpfr-hr-atualizacao-minuto
            move ws-aud-segundos                   to fpfr-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fpfr-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD085
            else
                 perform 9000-regravar-CSBHD085
            end-if

            if   not ws-operacao-ok
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2691-exit.
           exit.

      *>=====================================================================
      *> Regra de retencao na fonte (CSBHD087) por tipo de credor, servico
      *> e tributo, aplicada pelo CSBHP013 na geracao do contas a pagar.
      2692-processa-retencao-csv section.
      2692.
            move "2692-processa-retencao-csv - Inicio" to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_RETENCAO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqretencaocsv
                 perform 2693-valida-arquivo-retencao
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2692-processa-retencao-csv - Final"  to ws-ds-tracelog
            perform 9000-tracelog
          .
      2692-exit.
           exit.

      *>=====================================================================
      2693-valida-arquivo-retencao section.
      2693.
            open input arqretencaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqretencaocsv *> Despreza cabeçalho
            read arqretencaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2694-valida-campos-retencao
                    add 1                          to ws-idx-001
                    read arqretencaocsv
            end-perform
            close arqretencaocsv
            .
      2693-exit.
            exit.

      *>=====================================================================
      *> Layout: tipo de credor;servico;tributo;codigo de receita;
      *> aliquota (%);percentual da base (em branco = 100);retencao
      *> minima;credor governo;dia de vencimento;meses apos o fato
      *> gerador (em branco = 1);dia nao util (A antecipa/P posterga,
      *> em branco = A);situacao (A/I, em branco = A)
      2694-valida-campos-retencao section.
      2694.
            initialize                                      ws-campos-retencao-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqretencaocsv delimited by ";" into
                                                            ws-tipo-credor-52
                                                            ws-cd-servico-52
                                                            ws-tributo-52
                                                            ws-cd-receita-52
                                                            ws-aliquota-alfa-52
                                                            ws-percentual-alfa-52
                                                            ws-valor-alfa
                                                            ws-cd-fornecedor-alfa
                                                            ws-dia-alfa-52
                                                            ws-meses-alfa-52
                                                            ws-id-dia-nao-util-52
                                                            ws-situacao-52

            if   ws-tipo-credor-52 equal spaces
            or   ws-cd-servico-52 equal spaces
            or   ws-tributo-52 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Tipo de Credor, Serviço ou Tributo inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-aliquota-alfa-52)      to ws-aliquota-52
            if   ws-aliquota-52 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Alíquota inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-percentual-alfa-52)    to ws-percentual-base-52
            if   ws-percentual-base-52 equal zeros
                 move 100                          to ws-percentual-base-52
            end-if
            if   ws-percentual-base-52 > 100
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Percentual da Base inválido (ate 100)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-valor-alfa)            to ws-valor-minimo-52
            if   ws-valor-minimo-52 < zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Retenção Mínima inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-cd-fornecedor-alfa)    to ws-cd-credor-governo-52
            if   ws-cd-credor-governo-52 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Credor Governo inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-dia-alfa-52)           to ws-dia-vencimento-52
            if   ws-dia-vencimento-52 equal zeros
            or   ws-dia-vencimento-52 > 31
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Dia de Vencimento inválido (1 a 31)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-meses-alfa-52)         to ws-meses-vencimento-52
            if   ws-meses-alfa-52 equal spaces
                 move 1                            to ws-meses-vencimento-52
            end-if

            if   ws-id-dia-nao-util-52 equal spaces
                 move "A"                          to ws-id-dia-nao-util-52
            end-if
            if   ws-id-dia-nao-util-52 not equal "A"
            and  ws-id-dia-nao-util-52 not equal "P"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Dia Não Útil inválido (A ou P)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-52 equal spaces
                 move "A"                          to ws-situacao-52
            end-if
            if   ws-situacao-52 not equal "A"
            and  ws-situacao-52 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Situação inválido (A ou I)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             frtn-regra-retencao
            move ws-tipo-credor-52                 to frtn-tipo-credor
            move ws-cd-servico-52                  to frtn-cd-servico
            move ws-tributo-52                     to frtn-tributo
            perform 9000-ler-CSBHD087-ran
            if   not ws-operacao-ok
                 initialize                        frtn-regra-retencao
                 move ws-tipo-credor-52            to frtn-tipo-credor
                 move ws-cd-servico-52             to frtn-cd-servico
                 move ws-tributo-52                to frtn-tributo
            end-if

            move ws-cd-receita-52                  to frtn-cd-receita
            move ws-aliquota-52                    to frtn-aliquota
            move ws-percentual-base-52             to frtn-percentual-base
            move ws-valor-minimo-52                to frtn-valor-minimo
            move ws-cd-credor-governo-52           to frtn-cd-credor-governo
            move ws-dia-vencimento-52              to frtn-dia-vencimento
            move ws-meses-vencimento-52            to frtn-meses-vencimento
            move ws-id-dia-nao-util-52             to frtn-id-dia-nao-util
            move ws-situacao-52                    to frtn-situacao
            move ws-aud-ano                        to frtn-dt-atualizacao-ano
            move ws-aud-mes                        to frtn-dt-atualizacao-mes
            move ws-aud-dia                        to frtn-dt-atualizacao-dia
            move ws-aud-horas                      to frtn-hr-atualizacao-hora
            move ws-aud-minutos                    to frtn-hr-atualizacao-minuto
            move ws-aud-segundos                   to frtn-hr-atualizacao-segundo
            move ws-aud-job-origem                 to frtn-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD087
            else
                 perform 9000-regravar-CSBHD087
            end-if

            if   not ws-operacao-ok
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2694-exit.
           exit.

      *>=====================================================================
      *> Perfil fiscal do credor (CSBHD088): tipo de credor e servico
      *> que escolhem as regras de retencao (CSBHD087).
      2695-processa-credor-fiscal-csv section.
      2695.
            move "2695-processa-credor-fiscal-csv - Inicio" to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_CREDOR_FISCAL.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqcredorfiscalcsv
                 perform 2696-valida-arquivo-credor-fiscal
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2695-processa-credor-fiscal-csv - Final"  to ws-ds-tracelog
            perform 9000-tracelog
          .
      2695-exit.
           exit.

      *>=====================================================================
      2696-valida-arquivo-credor-fiscal section.
      2696.
            open input arqcredorfiscalcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 exit section
            end-if

            read arqcredorfiscalcsv *> Despreza cabeçalho
            read arqcredorfiscalcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2697-valida-campos-credor-fiscal
                    add 1                          to ws-idx-001
                    read arqcredorfiscalcsv
            end-perform
            close arqcredorfiscalcsv
            .
      2696-exit.
            exit.

      *>=====================================================================
      *> Layout: origem (D fornecedor/F transportadora);credor;tipo de
      *> credor;servico;situacao (A/I, em branco = A)
      2697-valida-campos-credor-fiscal section.
      2697.
            initialize                                      ws-campos-credor-fiscal-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqcredorfiscalcsv delimited by ";" into
                                                            ws-tipo-origem-alfa
                                                            ws-cd-fornecedor-alfa
                                                            ws-tipo-credor-53
                                                            ws-cd-servico-53
                                                            ws-situacao-53

            move ws-tipo-origem-alfa                        to ws-tipo-origem-53
            if   ws-tipo-origem-53 not equal "D"
            and  ws-tipo-origem-53 not equal "F"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Origem inválido (D ou F)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-cd-fornecedor-alfa)    to ws-cd-credor-53
            if   ws-cd-credor-53 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Credor inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move spaces                            to ws-id-credor-localizado-53
            if   ws-tipo-origem-53 equal "D"
                 move ws-cd-credor-53              to ws-cd-fornecedor-procurado
                 perform 2731-localiza-fornecedor
                 if   ws-fornecedor-localizado
                      move "S"                     to ws-id-credor-localizado-53
                 end-if
            else
                 initialize                        fetpt-chave-1
                 move ws-cd-credor-53              to feisd-cd-transpordadora
                 move low-values                   to feisd-cd-cidade
                 perform 9000-str-CSBHD005-gtr
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD005-next
                      if   ws-operacao-ok
                      and  feisd-cd-transpordadora equal ws-cd-credor-53
                           move "S"                to ws-id-credor-localizado-53
                      end-if
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
            if   not ws-credor-localizado-53
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " credor ", ws-cd-credor-53, " não cadastrado em CSBHD006/CSBHD005"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-tipo-credor-53 equal spaces
            or   ws-cd-servico-53 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Tipo de Credor ou Serviço inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-53 equal spaces
                 move "A"                          to ws-situacao-53
            end-if
            if   ws-situacao-53 not equal "A"
            and  ws-situacao-53 not equal "I"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo Situação inválido (A ou I)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fpfc-perfil-credor
            move ws-tipo-origem-53                 to fpfc-tipo-origem
            move ws-cd-credor-53                   to fpfc-cd-credor
            perform 9000-ler-CSBHD088-ran
            if   not ws-operacao-ok
                 initialize                        fpfc-perfil-credor
                 move ws-tipo-origem-53            to fpfc-tipo-origem
                 move ws-cd-credor-53              to fpfc-cd-credor
            end-if

            move ws-tipo-credor-53                 to fpfc-tipo-credor
            move ws-cd-servico-53                  to fpfc-cd-servico
            move ws-situacao-53                    to fpfc-situacao
            move ws-aud-ano                        to fpfc-dt-atualizacao-ano
            move ws-aud-mes                        to fpfc-dt-atualizacao-mes
            move ws-aud-dia                        to fpfc-dt-atualizacao-dia
            move ws-aud-horas                      to fpfc-hr-atualizacao-hora
            move ws-aud-minutos                    to fpfc-hr-atualizacao-minuto
            move ws-aud-segundos                   to fpfc-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fpfc-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD088
            else
                 perform 9000-regravar-CSBHD088
            end-if

            if   not ws-operacao-ok
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2697-exit.
           exit.

      *>=====================================================================
            move ws-aud-job-origem                 to fend-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD028
            else
                 perform 9000-regravar-CSBHD028
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2534-exit.
           exit.

      *>=====================================================================
      *> Posicao de armazenagem (CSBHD105): cadastro mestre das posicoes
      *> corredor/prateleira/nivel com capacidade de peso (kg) e volume
      *> (m3). Colunas 7 e 8 opcionais = ocupacao corrente, para a
      *> implantacao com o deposito ja ocupado; em branco a recarga
      *> preserva a ocupacao que a armazenagem e a Saida mantem.
      2541-processa-posicao-csv section.
      2541.
            move "2541-processa-posicao-csv - Inicio"   to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_POSICAO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqposicaocsv
                 perform 2542-valida-arquivo-posicao
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2541-processa-posicao-csv - Final"    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2541-exit.
           exit.

      *>=====================================================================
      2542-valida-arquivo-posicao section.
      2542.
            open input arqposicaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqposicaocsv *> Despreza cabeçalho
            read arqposicaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2543-valida-campos-posicao
                    read arqposicaocsv
            end-perform
            close arqposicaocsv
            .
      2542-exit.
            exit.

      *>=====================================================================
      2543-valida-campos-posicao section.
      2543.
            initialize                                      ws-campos-posicao-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqposicaocsv delimited by ";" into
                                                            ws-num-alfa
                                                            ws-qtdade-alfa
                                                            ws-sequencia-alfa
                                                            ws-capacidade-peso-alfa-60
                                                            ws-capacidade-volume-alfa-60
                                                            ws-situacao-60
                                                            ws-ocupacao-peso-alfa-60
                                                            ws-ocupacao-volume-alfa-60

            move function numval (ws-num-alfa)               to ws-corredor-60
            move function numval (ws-qtdade-alfa)            to ws-prateleira-60
            move function numval (ws-sequencia-alfa)         to ws-nivel-60
            move function numval (ws-capacidade-peso-alfa-60)
                                                             to ws-capacidade-peso-60
            move function numval (ws-capacidade-volume-alfa-60)
                                                             to ws-capacidade-volume-60
            move function numval (ws-ocupacao-peso-alfa-60)  to ws-ocupacao-peso-60
            move function numval (ws-ocupacao-volume-alfa-60)
                                                             to ws-ocupacao-volume-60

            if   ws-corredor-60 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique o campo ",
                        "Corredor" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-60 equal spaces
                 move "A"                          to ws-situacao-60
            end-if
            if   ws-situacao-60 not equal "A"
            and  ws-situacao-60 not equal "B"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " situação inválida (A = ativa, B = bloqueada)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fpos-posicao
            move ws-corredor-60                    to fpos-corredor
            move ws-prateleira-60                  to fpos-prateleira
            move ws-nivel-60                       to fpos-nivel
            perform 9000-ler-CSBHD105-ran
            move ws-situacao-60                    to fpos-situacao
            move ws-capacidade-peso-60             to fpos-capacidade-peso-kg
            move ws-capacidade-volume-60           to fpos-capacidade-volume-m3
            if   ws-ocupacao-peso-alfa-60 not equal spaces
                 move ws-ocupacao-peso-60          to fpos-ocupacao-peso-kg
            end-if
            if   ws-ocupacao-volume-alfa-60 not equal spaces
                 move ws-ocupacao-volume-60        to fpos-ocupacao-volume-m3
            end-if

            move ws-aud-ano                        to fpos-dt-atualizacao-ano
            move ws-aud-mes                        to fpos-dt-atualizacao-mes
            move ws-aud-dia                        to fpos-dt-atualizacao-dia
            move ws-aud-horas                      to fpos-hr-atualizacao-hora
            move ws-aud-minutos                    to fpos-hr-atualizacao-minuto
            move ws-aud-segundos                   to fpos-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fpos-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD105
            else
                 perform 9000-regravar-CSBHD105
            end-if

            if   not ws-operacao-ok
            end-if
            add 1                                  to ws-idx-001
          .
      2543-exit.
           exit.

      *>=====================================================================
                 perform 9000-tracelog
                 exit section
            end-if

      *> Trilha de segregacao: o solicitante incluiu a requisicao (RQCI)
      *> e, com o par em CSBHD128, nao a aprova no CSBH03033A.
            move "RQCI"                            to ws-atv-cd-atividade
            initialize                             ws-atv-documento
            move ws-cd-empresa-37                  to ws-atv-doc-cd-empresa
            move ws-cd-filial-37                   to ws-atv-doc-cd-filial
            move ws-cd-requisicao-37               to ws-atv-doc-numero
            move ws-solicitante-37                 to ws-atv-cd-operador
            perform 9850-registra-atividade
            add 1                                  to ws-idx-001
          .
      2547-exit.
      *> Controle de alcada: linha acima do limite de dispensa so
      *> entra referenciando uma requisicao aprovada (CSBHD053) da
      *> mesma empresa/filial e do mesmo produto.
            if   ws-valor-16 > ws-limite-pedido-sem-requisicao
                 if   ws-cd-requisicao-16 equal zeroes
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
      2560-exit.
           exit.

      *>=====================================================================
      *> Aviso de embarque (ASN): o que o fornecedor diz que despachou
      *> contra um pedido de compra (CSBHD019), no codigo de item dele,
      *> traduzido pela referencia cruzada de CSBHD085. Conferido contra
      *> a linha de ITEM_ENTRADA.CSV em 2928-confere-asn.
      2551-processa-asn-csv section.
      2551.
            move "2551-processa-asn-csv - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_ASN.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqasncsv
                 perform 2552-valida-arquivo-asn
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2551-processa-asn-csv - Final"      to ws-ds-tracelog
            perform 9000-tracelog
          .
      2551-exit.
           exit.

      *>=====================================================================
      2552-valida-arquivo-asn section.
      2552.
            open input arqasncsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqasncsv *> Despreza cabeçalho
            read arqasncsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2553-valida-campos-asn
                    add 1                          to ws-idx-001
                    read arqasncsv
            end-perform
            close arqasncsv
            .
      2552-exit.
            exit.

      *>=====================================================================
      *> Layout: empresa;filial;fornecedor;numero do ASN;sequencia;
      *> pedido de compra;codigo do item no fornecedor;quantidade;lote;
      *> fabricacao;validade;data de envio;chegada prevista (AAAAMMDD).
      *> Linha de ASN ja recebida nao e regravada.
      2553-valida-campos-asn section.
      2553.
            initialize                                      ws-campos-asn-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqasncsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-filial-alfa
                                                            ws-cd-fornecedor-alfa
                                                            ws-nr-asn-alfa-59
                                                            ws-sequencia-alfa-59
                                                            ws-num-alfa
                                                            ws-cd-produto-fornecedor-59
                                                            ws-qtdade-alfa
                                                            ws-lote-59
                                                            ws-data-fabricacao-alfa
                                                            ws-data-validade-alfa
                                                            ws-data-saida-alfa
                                                            ws-data-entrada-alfa

            move function numval (ws-cd-empresa-alfa)        to ws-cd-empresa-59
            move function numval (ws-cd-filial-alfa)         to ws-cd-filial-59
            move function numval (ws-cd-fornecedor-alfa)     to ws-cd-fornecedor-59
            move ws-nr-asn-alfa-59                           to ws-nr-asn-59
            move function numval (ws-sequencia-alfa-59)      to ws-sequencia-59
            move function numval (ws-num-alfa)               to ws-cd-pedido-59
            move function numval (ws-qtdade-alfa)            to ws-qtdade-59
            move function numval (ws-data-fabricacao-alfa)   to ws-data-fabricacao-59
            move function numval (ws-data-validade-alfa)     to ws-data-validade-59
            move function numval (ws-data-saida-alfa)        to ws-data-envio-59
            move function numval (ws-data-entrada-alfa)      to ws-data-prevista-59

            if   ws-cd-empresa-59    equal zeros
            or   ws-cd-filial-59     equal zeros
            or   ws-cd-fornecedor-59 equal zeros
            or   ws-sequencia-59     equal zeros
            or   ws-cd-pedido-59     equal zeros
            or   ws-qtdade-59        equal zeros
            or   ws-nr-asn-59        equal spaces
            or   ws-cd-produto-fornecedor-59 equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo inválido, verifique os campos Empresa, Filial, ",
                        "Fornecedor, ASN, Sequencia, Pedido, Item e Quantidade"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-data-prevista-59 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " data prevista de chegada inválida" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

      *> Item no codigo do fornecedor: so entra com referencia cruzada
      *> ativa em CSBHD085 (PRODUTO_FORNECEDOR.CSV).
            initialize                             fpfr-produto-fornecedor
            move ws-cd-fornecedor-59               to fpfr-cd-fornecedor
            move ws-cd-produto-fornecedor-59       to fpfr-cd-produto-fornecedor
            perform 9000-ler-CSBHD085-ran
            if   not ws-operacao-ok
            or   not fpfr-situacao-ativa
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " item [", ws-cd-produto-fornecedor-59 delimited by space,
                        "] do fornecedor ", ws-cd-fornecedor-59,
                        " sem referência cruzada ativa em CSBHD085"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move fpfr-cd-produto                   to ws-cd-produto-59

      *> O pedido tem que existir na filial e ser do mesmo fornecedor;
      *> item fora do pedido entra, com aviso - a diferenca aparece de
      *> novo na conferencia do recebimento.
            move spaces                            to ws-id-pedido-59
                                                      ws-id-produto-pedido-59
                                                      ws-id-fim-pedido-59
            initialize                             fpdc-chave-1
            move ws-cd-empresa-59                  to fpdc-cd-empresa
            move ws-cd-filial-59                   to fpdc-cd-filial
            move ws-cd-pedido-59                   to fpdc-cd-pedido
            perform 9000-str-CSBHD019-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-pedido-59
            end-if
            perform
              until ws-fim-pedido-59
                    perform 9000-ler-CSBHD019-next
                    if   not ws-operacao-ok
                    or   fpdc-cd-empresa not equal ws-cd-empresa-59
                    or   fpdc-cd-filial  not equal ws-cd-filial-59
                    or   fpdc-cd-pedido  not equal ws-cd-pedido-59
                         move "S"                  to ws-id-fim-pedido-59
                    else
                         if   fpdc-cd-fornecedor equal ws-cd-fornecedor-59
                              move "S"             to ws-id-pedido-59
                              if   fpdc-cd-produto equal ws-cd-produto-59
                                   move "S"        to ws-id-produto-pedido-59
                              end-if
                         end-if
                    end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   not ws-pedido-59-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " pedido ", ws-cd-pedido-59,
                        " inexistente em CSBHD019 para o fornecedor ",
                        ws-cd-fornecedor-59            into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            if   not ws-produto-no-pedido-59
                 string "Aviso - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-59,
                        " não consta do pedido ", ws-cd-pedido-59
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fasn-aviso-embarque
            move ws-cd-empresa-59                  to fasn-cd-empresa
            move ws-cd-filial-59                   to fasn-cd-filial
            move ws-cd-fornecedor-59               to fasn-cd-fornecedor
            move ws-nr-asn-59                      to fasn-nr-asn
            move ws-sequencia-59                   to fasn-sequencia
            perform 9000-ler-CSBHD103-ran
            if   ws-operacao-ok
            and  fasn-situacao-recebida
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " ASN ", ws-nr-asn-59 delimited by space,
                        " sequencia ", ws-sequencia-59,
                        " já recebido - linha ignorada" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            if   not ws-operacao-ok
                 initialize                        fasn-aviso-embarque
                 move ws-cd-empresa-59             to fasn-cd-empresa
                 move ws-cd-filial-59              to fasn-cd-filial
                 move ws-cd-fornecedor-59          to fasn-cd-fornecedor
                 move ws-nr-asn-59                 to fasn-nr-asn
                 move ws-sequencia-59              to fasn-sequencia
            end-if

            move ws-cd-empresa-59                  to fasn-cd-empresa-2
            move ws-cd-filial-59                   to fasn-cd-filial-2
            move ws-cd-fornecedor-59               to fasn-cd-fornecedor-2
            move ws-cd-produto-59                  to fasn-cd-produto
            move ws-cd-pedido-59                   to fasn-cd-pedido
            move ws-cd-produto-fornecedor-59       to fasn-cd-produto-fornecedor
            move ws-qtdade-59                      to fasn-qtdade
            move ws-lote-59                        to fasn-lote
            move ws-data-fabricacao-59             to fasn-data-fabricacao
            move ws-data-validade-59               to fasn-data-validade
            move ws-data-envio-59                  to fasn-data-envio
            move ws-data-prevista-59               to fasn-data-prevista
            move "A"                               to fasn-situacao
            move ws-aud-ano                        to fasn-dt-atualizacao-ano
            move ws-aud-mes                        to fasn-dt-atualizacao-mes
            move ws-aud-dia                        to fasn-dt-atualizacao-dia
            move ws-aud-horas                      to fasn-hr-atualizacao-hora
            move ws-aud-minutos                    to fasn-hr-atualizacao-minuto
            move ws-aud-segundos                   to fasn-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fasn-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD103
            else
                 perform 9000-regravar-CSBHD103
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2553-exit.
           exit.

      *>=====================================================================
      *> Cotacao de fornecedor: a rodada de negociacao que antecede o
      *> pedido de compra, uma linha por fornecedor convidado.
      *>=====================================================================
      *> Parametro de Estoque: minimo/maximo/ponto de reposicao por
      *> produto/filial, base da sugestao de reposicao (CSBH02024R).
      *> Coluna 7 (opcional): multiplo de compra, usado pela requisicao
      *> automatica (CSBH03082G).
      2570-processa-parametro-estoque-csv section.
      2570.
            move "2570-processa-parametro-estoque-csv - Inicio"
                                                            ws-num-alfa
                                                            ws-qtdade-alfa
                                                            ws-sequencia-alfa
                                                            ws-numero-alfa

            move function numval (ws-cd-empresa-alfa)        to ws-cd-empresa-17
            move function numval (ws-cd-filial-alfa)         to ws-cd-filial-17
            move function numval (ws-num-alfa)               to ws-qtde-minima-17
            move function numval (ws-qtdade-alfa)            to ws-qtde-maxima-17
            move function numval (ws-sequencia-alfa)         to ws-ponto-reposicao-17
      *> Coluna 7 (opcional): multiplo de compra; vazia = unidade.
            if   ws-numero-alfa not equal spaces
                 move function numval (ws-numero-alfa)  to ws-qtde-multiplo-compra-17
            end-if

            if   ws-cd-empresa-17 equal zeros
            or   ws-cd-filial-17  equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Empresa, Filial e Produto" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-qtde-minima-17 > ws-qtde-maxima-17
            or   ws-ponto-reposicao-17 < ws-qtde-minima-17
            or   ws-ponto-reposicao-17 > ws-qtde-maxima-17
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " parametros fora de ordem (minimo <= ponto <= maximo)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-produto-17                  to ws-cd-produto-procurado
            perform 2725-localiza-produto
            if   not ws-produto-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-17, " não cadastrado em CSBHD009"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fpar-parametro-estoque
            move ws-cd-empresa-17                  to fpar-cd-empresa
            move ws-cd-filial-17                   to fpar-cd-filial
            move ws-cd-produto-17                  to fpar-cd-produto
            perform 9000-ler-CSBHD020-ran
      *> A leitura vem antes dos valores: na recarga de um parametro
      *> ja existente, o registro lido nao pode sobrepor o do CSV.
            move ws-qtde-minima-17                 to fpar-qtde-minima
            move ws-qtde-maxima-17                 to fpar-qtde-maxima
            move ws-ponto-reposicao-17             to fpar-ponto-reposicao
            move ws-qtde-multiplo-compra-17        to fpar-qtde-multiplo-compra

            move ws-aud-ano                        to fpar-dt-atualizacao-ano
            move ws-aud-mes                        to fpar-dt-atualizacao-mes
            move ws-aud-dia                        to fpar-dt-atualizacao-dia
            move ws-aud-horas                      to fpar-hr-atualizacao-hora
            move ws-aud-minutos                    to fpar-hr-atualizacao-minuto
            move ws-aud-segundos                   to fpar-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fpar-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD020
            else
                 perform 9000-regravar-CSBHD020
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2580-exit.
           exit.

      *>=====================================================================
      *> Cotacao de venda: a proposta de preco que o vendedor manda ao
      *> cliente. O preco nao vem do arquivo - e resolvido como na carga
      *> de Saida (acordo do cliente, senao lista de preco, na data da
      *> cotacao) e so o desconto e cotado. A conversao em pedido fica
      *> com a transacao CSBH03084A.
      2581-processa-cotacao-venda-csv section.
      2581.
            move "2581-processa-cotacao-venda-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_COTACAO_VENDA.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqcotacaovendacsv
                 perform 2582-valida-arquivo-cotacao-venda
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2581-processa-cotacao-venda-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2581-exit.
           exit.

      *>=====================================================================
      2582-valida-arquivo-cotacao-venda section.
      2582.
            open input arqcotacaovendacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqcotacaovendacsv *> Despreza cabeçalho
            read arqcotacaovendacsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2583-valida-campos-cotacao-venda
                    read arqcotacaovendacsv
            end-perform
            close arqcotacaovendacsv
            .
      2582-exit.
            exit.

      *>=====================================================================
      *> empresa;filial;cotacao;sequencia;cliente;vendedor;produto;
      *> quantidade;data-cotacao;validade;desconto% - desconto em
      *> branco vale zero. Linha ja ganha ou perdida nao e recarregada.
      2583-valida-campos-cotacao-venda section.
      2583.
            initialize                                      ws-campos-cotacao-venda-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqcotacaovendacsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-filial-alfa
                                                            ws-num-alfa
                                                            ws-sequencia-alfa
                                                            ws-cd-cliente-alfa
                                                            ws-cd-vendedor-alfa
                                                            ws-cd-produto-alfa
                                                            ws-qtdade-alfa
                                                            ws-data-cotacao-alfa
                                                            ws-data-validade-alfa-63
                                                            ws-percentual-desconto-alfa-63

            move function numval (ws-cd-empresa-alfa)        to ws-cd-empresa-63
            move function numval (ws-cd-filial-alfa)         to ws-cd-filial-63
            move function numval (ws-num-alfa)               to ws-cd-cotacao-63
            move function numval (ws-sequencia-alfa)         to ws-sequencia-63
            move function numval (ws-cd-cliente-alfa)        to ws-cd-cliente-63
            move function numval (ws-cd-vendedor-alfa)       to ws-cd-vendedor-63
            move function numval (ws-cd-produto-alfa)        to ws-cd-produto-63
            move function numval (ws-qtdade-alfa)            to ws-qtdade-63
            move function numval (ws-data-cotacao-alfa)      to ws-data-cotacao-63
            move function numval (ws-data-validade-alfa-63)  to ws-data-validade-63
            if   ws-percentual-desconto-alfa-63 not equal spaces
                 move function numval (ws-percentual-desconto-alfa-63)
                                                             to ws-percentual-desconto-63
            end-if

            if   ws-cd-empresa-63  equal zeros
            or   ws-cd-filial-63   equal zeros
            or   ws-cd-cotacao-63  equal zeros
            or   ws-sequencia-63   equal zeros
            or   ws-cd-cliente-63  equal zeros
            or   ws-cd-vendedor-63 equal zeros
            or   ws-cd-produto-63  equal zeros
            or   ws-qtdade-63      equal zeros
            or   ws-data-cotacao-63 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Empresa, Filial, Cotacao, Sequencia, Cliente, ",
                        "Vendedor, Produto, Quantidade e Data" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-data-validade-63 < ws-data-cotacao-63
            or   ws-percentual-desconto-63 > 100
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " validade anterior a data da cotação ou desconto ",
                        "acima de 100%" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            initialize                             fdcli-chave-1
            move ws-cd-cliente-63                  to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " cliente ", ws-cd-cliente-63, " não cadastrado em CSBHD013"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            if   fdcli-situacao-inativa
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " cliente ", ws-cd-cliente-63,
                        " inativo - unificado no cliente ",
                        fdcli-cd-cliente-sucessor  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            initialize                             fvdd-chave-1
            move ws-cd-vendedor-63                 to fvdd-cd-vendedor
            perform 9000-ler-CSBHD043-ran
            if   not ws-operacao-ok
            or   fvdd-situacao-inativa
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " vendedor ", ws-cd-vendedor-63,
                        " não cadastrado ou inativo em CSBHD043"
                                                    into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move ws-cd-produto-63                  to ws-cd-produto-procurado
            perform 2725-localiza-produto
            if   not ws-produto-localizado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-63, " não cadastrado em CSBHD009"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            perform 2584-resolve-preco-cotacao
            if   ws-valor-base-63 equal zeroes
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-63,
                        " sem acordo ou lista de preço vigente em ",
                        ws-data-cotacao-63             into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            compute ws-valor-unitario-63 rounded =
                    ws-valor-base-63 * (100 - ws-percentual-desconto-63) / 100

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fcvd-cotacao-venda
            move ws-cd-empresa-63                  to fcvd-cd-empresa
            move ws-cd-filial-63                   to fcvd-cd-filial
            move ws-cd-cotacao-63                  to fcvd-cd-cotacao
            move ws-sequencia-63                   to fcvd-sequencia
            perform 9000-ler-CSBHD121-ran
            if   ws-operacao-ok
            and  not fcvd-situacao-aberta
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " cotação ", ws-cd-cotacao-63,
                        " já decidida (situação ", fcvd-situacao, ")"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-cliente-63                  to fcvd-cd-cliente
            move ws-cd-vendedor-63                 to fcvd-cd-vendedor
            move ws-cd-produto-63                  to fcvd-cd-produto
            move ws-qtdade-63                      to fcvd-qtdade
            move ws-data-cotacao-63                to fcvd-data-cotacao
            move ws-data-validade-63               to fcvd-data-validade
            move ws-valor-base-63                  to fcvd-valor-base
            move ws-id-origem-preco-63             to fcvd-id-origem-preco
            move ws-percentual-desconto-63         to fcvd-percentual-desconto
            move ws-valor-unitario-63              to fcvd-valor-unitario
            compute fcvd-valor rounded = ws-valor-unitario-63 * ws-qtdade-63
            move "A"                               to fcvd-situacao
            move zeroes                            to fcvd-cd-pedido
                                                      fcvd-data-decisao
            move spaces                            to fcvd-cd-operador
            move ws-aud-ano                        to fcvd-dt-atualizacao-ano
            move ws-aud-mes                        to fcvd-dt-atualizacao-mes
            move ws-aud-dia                        to fcvd-dt-atualizacao-dia
            move ws-aud-horas                      to fcvd-hr-atualizacao-hora
            move ws-aud-minutos                    to fcvd-hr-atualizacao-minuto
            move ws-aud-segundos                   to fcvd-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fcvd-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD121
            else
                 perform 9000-regravar-CSBHD121
            end-if

            if   not ws-operacao-ok
            end-if
            add 1                                  to ws-idx-001
          .
      2583-exit.
           exit.

      *>=====================================================================
      *> Mesma precedencia de 2729/2733 na Saida: acordo ativo do
      *> cliente com a maior vigencia nao posterior a data da cotacao e
      *> dentro da data limite; sem acordo, a lista de preco vigente na
      *> data. Sem nenhum dos dois o preco fica zero.
      2584-resolve-preco-cotacao section.
      2584.
            move zeroes                            to ws-valor-base-63
            move spaces                            to ws-id-origem-preco-63

            initialize                             facp-chave-1
            move ws-cd-cliente-63                  to facp-cd-cliente
            move ws-cd-produto-63                  to facp-cd-produto
            move ws-data-cotacao-63                to facp-dt-vigencia
            perform 9000-str-CSBHD042-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD042-next
            end-if
            if   ws-operacao-ok
            and  facp-cd-cliente equal ws-cd-cliente-63
            and  facp-cd-produto equal ws-cd-produto-63
            and  facp-situacao-ativa
            and  (facp-data-limite equal zeroes
             or   facp-data-limite not less ws-data-cotacao-63)
                 move facp-valor                   to ws-valor-base-63
                 move "A"                          to ws-id-origem-preco-63
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             fdprc-chave-1
            move ws-cd-produto-63                  to fdprc-cd-produto
            move ws-data-cotacao-63                to fdprc-dt-vigencia
            perform 9000-str-CSBHD011-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD011-next
            end-if
            if   ws-operacao-ok
            and  fdprc-cd-produto equal ws-cd-produto-63
                 move fdprc-valor                  to ws-valor-base-63
                 move "L"                          to ws-id-origem-preco-63
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2584-exit.
           exit.

      *>=====================================================================
      *> Pedido de Venda: o que o cliente encomendou, registrado antes de
      *> existir qualquer Saida. A carga so valida e grava o pedido em
      *> aberto; quem reserva saldo e gera a Saida e o lote de alocacao
      *> CSBH03023B. Colunas 12 e 13 (opcionais): indicador drop-ship (S/N)
      *> e fornecedor que entrega direto ao cliente.
      2585-processa-pedido-venda-csv section.
      2585.
            move "2585-processa-pedido-venda-csv - Inicio"
                                                            ws-data-entrada-alfa
                                                            ws-qtdade-alfa
                                                            ws-valor-alfa
                                                            ws-cd-condicao-alfa
                                                            ws-id-drop-ship-28
                                                            ws-cd-fornecedor-alfa

            move function numval (ws-cd-empresa-alfa)        to ws-cd-empresa-28
            move function numval (ws-cd-filial-alfa)         to ws-cd-filial-28
                 perform 9000-tracelog
                 exit section
            end-if
            if   fdcli-situacao-inativa
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " cliente ", ws-cd-cliente-28,
                        " inativo - unificado no cliente ",
                        fdcli-cd-cliente-sucessor  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move ws-cd-produto-28                  to ws-cd-produto-procurado
            perform 2725-localiza-produto
                 exit section
            end-if

      *> Coluna opcional: condicao de pagamento negociada no pedido, no
      *> lugar da padrao do cliente; em branco fica zero (padrao).
            if   ws-cd-condicao-alfa not equal spaces
                 move function numval (ws-cd-condicao-alfa) to ws-cd-condicao-28
            end-if
            if   ws-cd-condicao-28 not equal zeros
                 move ws-cd-condicao-28            to ws-cd-condicao-procurada
                 perform 2736-localiza-condicao-pagamento
                 if   not ws-condicao-localizada
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " condição de pagamento ", ws-cd-condicao-28,
                             " não cadastrada em CSBHD092" into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
            end-if

      *> Colunas opcionais: "S" = linha drop-ship, entregue direto pelo
      *> fornecedor da coluna seguinte (obrigatorio na linha drop-ship).
            if   ws-drop-ship-28
                 move function numval (ws-cd-fornecedor-alfa)
                                                   to ws-cd-fornecedor-28
                 move ws-cd-fornecedor-28          to ws-cd-fornecedor-procurado
                 perform 2731-localiza-fornecedor
                 if   ws-cd-fornecedor-28 equal zeros
                 or   not ws-fornecedor-localizado
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " linha drop-ship sem fornecedor cadastrado em CSBHD006"
                                                       into ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fpdv-pedido-venda
            move ws-cd-empresa-28                  to fpdv-cd-empresa
            move ws-valor-28                       to fpdv-valor
            move zeroes                            to fpdv-cd-saida-gerada
            move "A"                               to fpdv-situacao
            move ws-cd-condicao-28                 to fpdv-cd-condicao-pagamento
            if   ws-drop-ship-28
                 move "S"                          to fpdv-id-drop-ship
                 move ws-cd-fornecedor-28          to fpdv-cd-fornecedor-drop-ship
            end-if
            perform 9000-ler-CSBHD039-ran

            move ws-aud-ano                        to fpdv-dt-atualizacao-ano
            move ws-cd-produto-18                  to ws-cgl-cd-produto
            move ws-cd-contagem-18                 to ws-cgl-cd-contagem
            perform 2746-congela-produto

      *> Trilha de segregacao: quem lancou a contagem (CNTI) nao aprova
      *> o ajuste dela no CSBH03008J quando o par esta em CSBHD128.
            move "CNTI"                            to ws-atv-cd-atividade
            initialize                             ws-atv-documento
            move ws-cd-empresa-18                  to ws-atv-doc-cd-empresa
            move ws-cd-filial-18                   to ws-atv-doc-cd-filial
            move ws-cd-contagem-18                 to ws-atv-doc-numero
            move lnk-cd-operador                   to ws-atv-cd-operador
            perform 9850-registra-atividade
            add 1                                  to ws-idx-001
          .
      2594-exit.
            move ws-aud-job-origem                 to frma-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD046
            else
                 perform 9000-regravar-CSBHD046
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-idx-001
          .
      2597-exit.
           exit.

      *>=====================================================================
      2600-processa-saida-csv section.
      2600.
            move "2600-processa-saida-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_SAIDA.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqsaidacsv
                 perform 2610-valida-arquivo-saida
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2600-processa-saida-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2600-exit.
           exit.

      *>=====================================================================
      *> Agendamento de entrega: data, janela e numero dado pelo centro
      *> de distribuicao do cliente, um por Saida (CSBHD123). Carregado
      *> depois de SAIDA.CSV porque a Saida tem de existir; um
      *> reagendamento recarregado volta o agendamento recusado a "A".
      2601-processa-agendamento-csv section.
      2601.
            move "2601-processa-agendamento-csv - Inicio"
                                                    to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_AGENDAMENTO.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqagendamentocsv
                 perform 2602-valida-arquivo-agendamento
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2601-processa-agendamento-csv - Final"
                                                    to ws-ds-tracelog
            perform 9000-tracelog
          .
      2601-exit.
           exit.

      *>=====================================================================
      2602-valida-arquivo-agendamento section.
      2602.
            open input arqagendamentocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqagendamentocsv *> Despreza cabeçalho
            read arqagendamentocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2603-valida-campos-agendamento
                    read arqagendamentocsv
            end-perform
            close arqagendamentocsv
            .
      2602-exit.
            exit.

      *>=====================================================================
      *> empresa;filial;saida;data;hora-inicio;hora-fim;nr-agendamento;
      *> situacao - horas em hhmm (fim zerado = so a chegada marcada);
      *> situacao "A" agendada ou "C" cancelada, em branco vale "A".
      *> Horario fora da janela de recebimento do cliente e gravado,
      *> com aviso no log.
      2603-valida-campos-agendamento section.
      2603.
            initialize                                      ws-campos-agendamento-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqagendamentocsv delimited by ";" into
                                                            ws-cd-empresa-alfa
                                                            ws-cd-filial-alfa
                                                            ws-cd-saida-alfa
                                                            ws-data-agendada-alfa-66
                                                            ws-hora-inicio-alfa-66
                                                            ws-hora-fim-alfa-66
                                                            ws-nr-agendamento-66
                                                            ws-situacao-66

            move function numval (ws-cd-empresa-alfa)        to ws-cd-empresa-66
            move function numval (ws-cd-filial-alfa)         to ws-cd-filial-66
            move function numval (ws-cd-saida-alfa)          to ws-cd-saida-66
            move function numval (ws-data-agendada-alfa-66)  to ws-data-agendada-66
            move function numval (ws-hora-inicio-alfa-66)    to ws-hora-inicio-66
            move function numval (ws-hora-fim-alfa-66)       to ws-hora-fim-66
            if   ws-situacao-66 equal spaces
                 move "A"                          to ws-situacao-66
            end-if

            if   ws-cd-empresa-66 equal zeros
            or   ws-cd-filial-66  equal zeros
            or   ws-cd-saida-66   equal zeros
            or   ws-data-agendada-66 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Empresa, Filial, Saida e Data" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   function test-date-yyyymmdd (ws-data-agendada-66) not equal zeros
            or   ws-hora-inicio-66 > 2359
            or   ws-hora-fim-66 > 2359
            or   ws-hora-inicio-66 (3:2) > "59"
            or   ws-hora-fim-66 (3:2) > "59"
            or   (ws-hora-fim-66 not equal zeros
             and  ws-hora-fim-66 < ws-hora-inicio-66)
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " data/horário do agendamento da saida ", ws-cd-saida-66,
                        " inválido (aaaammdd, hhmm)" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-situacao-66 not equal "A"
            and  ws-situacao-66 not equal "C"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " situação inválida (A = agendada, C = cancelada)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            initialize                             fesd-chave-1
            move ws-cd-empresa-66                  to fesd-cd-empresa
            move ws-cd-filial-66                   to fesd-cd-filial
            move ws-cd-saida-66                    to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " saida ", ws-cd-saida-66, " não cadastrada em CSBHD003"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fage-agendamento
            move ws-cd-empresa-66                  to fage-cd-empresa
            move ws-cd-filial-66                   to fage-cd-filial
            move ws-cd-saida-66                    to fage-cd-saida
            perform 9000-ler-CSBHD123-ran

      *> Recusas ja sofridas ficam no registro: o reagendamento so
      *> devolve a situacao de agendada.
            move ws-data-agendada-66               to fage-data-agendada
            move ws-hora-inicio-66                 to fage-hora-inicio
            move ws-hora-fim-66                    to fage-hora-fim
            move ws-nr-agendamento-66              to fage-nr-agendamento
            move ws-situacao-66                    to fage-situacao
            move ws-aud-ano                        to fage-dt-atualizacao-ano
            move ws-aud-mes                        to fage-dt-atualizacao-mes
            move ws-aud-dia                        to fage-dt-atualizacao-dia
            move ws-aud-horas                      to fage-hr-atualizacao-hora
            move ws-aud-minutos                    to fage-hr-atualizacao-minuto
            move ws-aud-segundos                   to fage-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fage-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD123
            else
                 perform 9000-regravar-CSBHD123
            end-if

            if   not ws-operacao-ok
                 perform 9000-tracelog
                 exit section
            end-if

            if   fage-situacao-agendada
                 initialize                        fdcli-chave-1
                 move fesd-cd-cliente              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      move ws-data-agendada-66     to ws-agd-data
                      move ws-hora-inicio-66       to ws-agd-hora-inicio
                      move ws-hora-fim-66          to ws-agd-hora-fim
                      perform 9675-confere-janela-recebimento
                      if   ws-agd-fora-janela
                           string "Aviso - Arquivo: [" delimited by size, ws-filename delimited by space,
                                  "] linha ", ws-idx-001,
                                  " agendamento da saida ", ws-cd-saida-66,
                                  " fora da janela de recebimento do cliente ",
                                  fesd-cd-cliente        into ws-ds-tracelog
                           perform 9000-tracelog
                      end-if
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if
            add 1                                  to ws-idx-001
          .
      2603-exit.
           exit.

      *>=====================================================================
                 end-if
            end-if

      *> Transportadora com documento obrigatorio vencido (CSBHD113)
      *> esta bloqueada: o embarque nao entra.
            move "T"                               to ws-bpc-tipo-parceiro
            move ws-cd-transportadora-3            to ws-bpc-cd-parceiro
            perform 9640-verifica-bloqueio-parceiro
            if   ws-bpc-bloqueado
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " transportadora ", ws-cd-transportadora-3,
                        " bloqueada: documento ", ws-bpc-tipo-documento,
                        " vencido em ", ws-bpc-data-vencimento
                                                    into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

      *> Coluna opcional de vendedor: quando informada precisa existir
      *> e estar ativa no cadastro; saida sem vendedor segue valendo
      *> (registros anteriores ao campo).
                 end-if
            end-if

      *> Codigo aposentado na unificacao de cadastro (CSBH03085M) nao
      *> recebe embarque novo: o arquivo tem de vir com o sobrevivente.
            if   ws-cd-cliente-3 not equal zeroes
                 initialize                        fdcli-chave-1
                 move ws-cd-cliente-3              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                 and  fdcli-situacao-inativa
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " cliente ", ws-cd-cliente-3,
                             " inativo - unificado no cliente ",
                             fdcli-cd-cliente-sucessor  into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if

            perform 2630-verifica-credito-cliente
            if   ws-embarque-retido-credito
                 exit section
            end-if

            if   ws-id-consignacao-3 equal "C"
                 move "CSG"                        to ws-nat-tipo-movimento
            else
                 move "VEN"                        to ws-nat-tipo-movimento
            end-if
            move ws-cd-empresa-3                   to ws-nat-cd-empresa
            move ws-cd-filial-3                    to ws-nat-cd-filial
            move ws-cd-cliente-3                   to ws-cd-cliente-cfop
            perform 2539-resolve-cfop-cliente

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fesd-saida
            move ws-cd-empresa-3                   to fesd-cd-empresa
            else
                 move space                        to fesd-id-consignacao
            end-if
            move ws-nat-cfop                       to fesd-cfop
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD003
      *> e carregado - o embarque fica listado no resumo de execucao
      *> para o financeiro liberar. Cliente sem registro de credito (ou
      *> saida sem cliente) passa sem checagem, como antes do arquivo
      *> existir. O credito livre do cliente (fcrd-saldo-credito,
      *> adiantamentos e recebimentos nao aplicados) abate a exposicao.
      *> Embarque com liberacao do financeiro em CSBHD129 (CSBH03087L)
      *> passa mesmo retido, e a liberacao fica utilizada.
      2630-verifica-credito-cliente section.
      2630.
            move spaces                            to ws-id-embarque-retido
                 move "S"                          to ws-id-embarque-retido
                 move "Cliente bloqueado"          to ws-motivo-atual
            else
                 if   fcrd-exposicao - fcrd-saldo-credito + ws-total-3
                      > fcrd-limite
                      move "S"                     to ws-id-embarque-retido
                      move "Limite de credito excedido"
                                                   to ws-motivo-atual
                 exit section
            end-if

      *> Embarque liberado pelo financeiro (CSBH03087L) passa uma vez:
      *> a liberacao e do cliente que estava na Saida quando foi dada.
            initialize                             flbc-chave-1
            move ws-cd-empresa-3                   to flbc-cd-empresa
            move ws-cd-filial-3                    to flbc-cd-filial
            move ws-cd-saida-3                     to flbc-cd-saida
            perform 9000-ler-CSBHD129-ran
            if   ws-operacao-ok
            and  flbc-situacao-liberada
            and  flbc-cd-cliente equal ws-cd-cliente-3
                 move "U"                          to flbc-situacao
                 move ws-aud-data                  to flbc-data-utilizacao
                 move ws-aud-ano                   to flbc-dt-atualizacao-ano
                 move ws-aud-mes                   to flbc-dt-atualizacao-mes
                 move ws-aud-dia                   to flbc-dt-atualizacao-dia
                 move ws-aud-horas                 to flbc-hr-atualizacao-hora
                 move ws-aud-minutos               to flbc-hr-atualizacao-minuto
                 move ws-aud-segundos              to flbc-hr-atualizacao-segundo
                 move ws-aud-job-origem            to flbc-job-origem
                 perform 9000-regravar-CSBHD129
                 if   ws-operacao-ok
                      move spaces                  to ws-id-embarque-retido
                      string "Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " embarque ", ws-cd-saida-3,
                             " retido por credito e liberado por ",
                             flbc-cd-operador      into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                   "] linha ", ws-idx-001,
                   " embarque retido por credito - cliente ",
                 perform 9000-tracelog
                 exit section
            end-if

      *> A linha de ICMS dispara o ICMS-ST/DIFAL da saida (CSBHD078).
            if   ws-tipo-imposto-24 equal "ICM"
                 perform 2678-calcula-st-difal
            end-if
            add 1                                  to ws-idx-001
          .
      2654-exit.
      2656-exit.
           exit.

      *>=====================================================================
      *> Regra de ICMS-ST/DIFAL por NCM x UF de origem x UF de destino
      *> com vigencia (CSBHD078). Carregada antes de IMPOSTO_SAIDA.CSV,
      *> que a aplica na linha de ICMS de cada saida interestadual.
      2675-processa-regra-st-csv section.
      2675.
            move "2675-processa-regra-st-csv - Inicio"  to ws-ds-tracelog
            perform 9000-tracelog

            initialize                                    ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, "_REGRA_ST.CSV" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            end-call
            move Return-Code                           to ws-cbl-status-code
            if   ws-cbl-status
                 move ws-filename                      to wid-arqregrastcsv
                 perform 2676-valida-arquivo-regra-st
            else
                 string "Arquivo " delimited by size, ws-filename, delimited by space,
                        " não encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "2675-processa-regra-st-csv - Final"   to ws-ds-tracelog
            perform 9000-tracelog
          .
      2675-exit.
           exit.

      *>=====================================================================
      2676-valida-arquivo-regra-st section.
      2676.
            open input arqregrastcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            read arqregrastcsv *> Despreza cabeçalho
            read arqregrastcsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo vazio: [" delimited by size, ws-filename delimited by space,
                        "] - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "N"                               to ws-id-arquivo-aberto
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2677-valida-campos-regra-st
                    add 1                          to ws-idx-001
                    read arqregrastcsv
            end-perform
            close arqregrastcsv
            .
      2676-exit.
            exit.

      *>=====================================================================
      *> Layout: ncm;uf origem;uf destino;vigencia;substituicao (S/N);
      *>         mva;aliquota interna;aliquota interestadual;aliquota fcp
      2677-valida-campos-regra-st section.
      2677.
            initialize                                      ws-campos-regra-st-csv
                                                            ws-campos-alfa-arqcsv.

            unstring reg-arqregrastcsv delimited by ";" into
                                                            ws-cd-produto-alfa
                                                            ws-uf-origem-47
                                                            ws-uf-destino-47
                                                            ws-data-vigencia-alfa
                                                            ws-id-substituicao-47
                                                            ws-valor-alfa
                                                            ws-total-alfa
                                                            ws-frete-alfa
                                                            ws-imposto-alfa

            move function numval (ws-cd-produto-alfa)       to ws-ncm-47
            if   ws-ncm-47 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo NCM inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   ws-uf-origem-47 equal spaces
            or   ws-uf-destino-47 equal spaces
            or   ws-data-vigencia-alfa equal spaces
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo UF ou Data de Vigência inválido" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            move function numval (ws-data-vigencia-alfa)     to ws-dt-vigencia-47

            if   ws-id-substituicao-47 not equal "S"
            and  ws-id-substituicao-47 not equal "N"
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " indicador de substituição inválido (S ou N)"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move function numval (ws-valor-alfa)             to ws-mva-47
            move function numval (ws-total-alfa)             to ws-aliquota-interna-47
            move function numval (ws-frete-alfa)             to ws-aliquota-interestadual-47
            move function numval (ws-imposto-alfa)           to ws-aliquota-fcp-47
            if   ws-aliquota-interna-47 equal zeros
            or   ws-aliquota-interestadual-47 equal zeros
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " aliquota interna ou interestadual inválida"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fst-regra-st
            move ws-ncm-47                         to fst-ncm
            move ws-uf-origem-47                   to fst-uf-origem
            move ws-uf-destino-47                  to fst-uf-destino
            move ws-dt-vigencia-47                 to fst-dt-vigencia
            perform 9000-ler-CSBHD078-ran
            if   not ws-operacao-ok
                 initialize                        fst-regra-st
                 move ws-ncm-47                    to fst-ncm
                 move ws-uf-origem-47              to fst-uf-origem
                 move ws-uf-destino-47             to fst-uf-destino
                 move ws-dt-vigencia-47            to fst-dt-vigencia
            end-if

            move ws-id-substituicao-47             to fst-id-substituicao
            move ws-mva-47                         to fst-mva
            move ws-aliquota-interna-47            to fst-aliquota-interna
            move ws-aliquota-interestadual-47      to fst-aliquota-interestadual
            move ws-aliquota-fcp-47                to fst-aliquota-fcp
            move ws-aud-ano                        to fst-dt-atualizacao-ano
            move ws-aud-mes                        to fst-dt-atualizacao-mes
            move ws-aud-dia                        to fst-dt-atualizacao-dia
            move ws-aud-horas                      to fst-hr-atualizacao-hora
            move ws-aud-minutos                    to fst-hr-atualizacao-minuto
            move ws-aud-segundos                   to fst-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fst-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD078
            else
                 perform 9000-regravar-CSBHD078
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
          .
      2677-exit.
           exit.

      *>=====================================================================
      *> ICMS-ST e DIFAL da saida corrente (fesd lido em 2654), so na
      *> venda interestadual (abrangencia da natureza VEN, 9700): item a
      *> item, o NCM do produto seleciona a regra de CSBHD078 em vigor na
      *> data da saida.
      *>   com ST : base ST = valor x (1 + MVA)
      *>            ICMS-ST = base ST x interna - valor x interestadual
      *>            FCP     = base ST x aliquota FCP
      *>   sem ST : DIFAL   = valor x (interna - interestadual)
      *>            FCP     = valor x aliquota FCP
      *> Os totais da saida viram as linhas IST, DIF e FCP de CSBHD031,
      *> com a aliquota efetiva (valor / base).
      2678-calcula-st-difal section.
      2678.
            move zeroes                            to ws-st-base-ist
                                                      ws-st-valor-ist
                                                      ws-st-base-dif
                                                      ws-st-valor-dif
                                                      ws-st-base-fcp
                                                      ws-st-valor-fcp
            if   fesd-cd-cliente equal zeroes
            or   fesd-situacao-cancelada
                 exit section
            end-if

            move "VEN"                             to ws-nat-tipo-movimento
            move fesd-cd-empresa                   to ws-nat-cd-empresa
            move fesd-cd-filial                    to ws-nat-cd-filial
            move fesd-cd-cliente                   to ws-cd-cliente-cfop
            perform 2539-resolve-cfop-cliente
            if   not ws-nat-interestadual
                 exit section
            end-if

            initialize                             feisd-chave-1
            move fesd-cd-empresa                   to feisd-cd-empresa
            move fesd-cd-filial                    to feisd-cd-filial
            move fesd-cd-saida                     to feisd-saida
            perform 9000-str-CSBHD004-gtr
            move spaces                            to ws-id-fim-itens-st
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens-st
            end-if
            perform until ws-fim-itens-st
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-empresa not equal fesd-cd-empresa
                 or   feisd-cd-filial  not equal fesd-cd-filial
                 or   feisd-saida      not equal fesd-cd-saida
                      move "S"                     to ws-id-fim-itens-st
                 else
                      perform 2679-acumula-st-item
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            move "IST"                             to ws-st-tipo-imposto
            move ws-st-base-ist                    to ws-st-base-linha
            move ws-st-valor-ist                   to ws-st-valor-linha
            perform 2674-grava-imposto-st
            move "DIF"                             to ws-st-tipo-imposto
            move ws-st-base-dif                    to ws-st-base-linha
            move ws-st-valor-dif                   to ws-st-valor-linha
            perform 2674-grava-imposto-st
            move "FCP"                             to ws-st-tipo-imposto
            move ws-st-base-fcp                    to ws-st-base-linha
            move ws-st-valor-fcp                   to ws-st-valor-linha
            perform 2674-grava-imposto-st
          .
      2678-exit.
           exit.

      *>=====================================================================
      2679-acumula-st-item section.
      2679.
            initialize                             fprd-chave-1
            move feisd-cd-produto                  to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   not ws-operacao-ok
            or   fprd-ncm equal zeroes
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             fst-chave-1
            move fprd-ncm                          to fst-ncm
            move ws-nat-uf-origem                  to fst-uf-origem
            move ws-nat-uf-destino                 to fst-uf-destino
            move fesd-data-saida                   to fst-dt-vigencia
            perform 9000-str-CSBHD078-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD078-next
            end-if
            if   not ws-operacao-ok
            or   fst-ncm        not equal fprd-ncm
            or   fst-uf-origem  not equal ws-nat-uf-origem
            or   fst-uf-destino not equal ws-nat-uf-destino
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "00"                              to ws-resultado-acesso

            if   fst-com-st
                 compute ws-st-base-item rounded =
                         feisd-valor * (100 + fst-mva) / 100
                 compute ws-st-valor-item rounded =
                         ws-st-base-item * fst-aliquota-interna / 100
                       - feisd-valor * fst-aliquota-interestadual / 100
                 if   ws-st-valor-item greater zeroes
                      add ws-st-base-item          to ws-st-base-ist
                      add ws-st-valor-item         to ws-st-valor-ist
                 end-if
            else
                 move feisd-valor                  to ws-st-base-item
                 if   fst-aliquota-interna greater fst-aliquota-interestadual
                      compute ws-st-valor-item rounded =
                              feisd-valor * (fst-aliquota-interna
                                           - fst-aliquota-interestadual) / 100
                      add feisd-valor              to ws-st-base-dif
                      add ws-st-valor-item         to ws-st-valor-dif
                 end-if
            end-if

            if   fst-aliquota-fcp greater zeroes
                 compute ws-st-valor-item rounded =
                         ws-st-base-item * fst-aliquota-fcp / 100
                 add ws-st-base-item               to ws-st-base-fcp
                 add ws-st-valor-item              to ws-st-valor-fcp
            end-if
          .
      2679-exit.
           exit.

      *>=====================================================================
      *> Grava (ou regrava, no reprocessamento) a linha ws-st-tipo-imposto
      *> da saida corrente em CSBHD031; total zerado nao gera linha.
      2674-grava-imposto-st section.
      2674.
            if   ws-st-valor-linha not greater zeroes
                 exit section
            end-if

            initialize                             fimp-imposto-saida
            move fesd-cd-empresa                   to fimp-cd-empresa
            move fesd-cd-filial                    to fimp-cd-filial
            move fesd-cd-saida                     to fimp-cd-saida
            move ws-st-tipo-imposto                to fimp-tipo-imposto
            perform 9000-ler-CSBHD031-ran

            move ws-st-base-linha                  to fimp-base
            move ws-st-valor-linha                 to fimp-valor
            move zeroes                            to fimp-aliquota
            if   ws-st-base-linha greater zeroes
                 compute fimp-aliquota rounded =
                         ws-st-valor-linha * 100 / ws-st-base-linha
            end-if
            move ws-aud-ano                        to fimp-dt-atualizacao-ano
            move ws-aud-mes                        to fimp-dt-atualizacao-mes
            move ws-aud-dia                        to fimp-dt-atualizacao-dia
            move ws-aud-horas                      to fimp-hr-atualizacao-hora
            move ws-aud-minutos                    to fimp-hr-atualizacao-minuto
            move ws-aud-segundos                   to fimp-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fimp-job-origem

            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD031
            else
                 perform 9000-regravar-CSBHD031
            end-if

            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " erro de gravação ", ws-st-tipo-imposto,
                        " - status: ", ws-status  into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
          .
      2674-exit.
           exit.

      *>=====================================================================
      *> Acrescimos e descontos da Saida: o desconto comercial deixa
      *> de viver embutido em feisd-valor e vira linha propria,
      *>=====================================================================
      *> Volumes de embarque: quantas caixas cada Saida fisicamente e,
      *> vindo da mesa de embalagem - o romaneio e o manifesto listavam
      *> itens, nao caixas. Depois do palete (LPN), a ultima coluna
      *> opcional e a tara da embalagem do volume, usada na pesagem de
      *> portao.
      2660-processa-volume-csv section.
      2660.
            move "2660-processa-volume-csv - Inicio"  to ws-ds-tracelog
                                                            ws-sequencia-alfa
                                                            ws-valor-alfa
                                                            ws-conteudo-40
                                                            ws-num-alfa
                                                            ws-total-alfa

            move function numval (ws-cd-empresa-alfa)        to ws-cd-empresa-40
            move function numval (ws-cd-filial-alfa)         to ws-cd-filial-40
            move function numval (ws-cd-saida-alfa)          to ws-cd-saida-40
            move function numval (ws-sequencia-alfa)         to ws-numero-volume-40
            move function numval (ws-valor-alfa)             to ws-peso-40
            move function numval (ws-num-alfa)               to ws-cd-lpn-40
            move function numval (ws-total-alfa)             to ws-tara-40

            if   ws-cd-empresa-40     equal zeros
            or   ws-cd-filial-40      equal zeros
                 exit section
            end-if

      *> Coluna opcional de palete: o volume e o proprio palete (LPN de
      *> CSBHD109), que tem de estar em estoque ou ja vinculado a este
      *> mesmo volume.
            if   ws-cd-lpn-40 not equal zeroes
                 initialize                        flpn-chave-1
                 move ws-cd-empresa-40             to flpn-cd-empresa
                 move ws-cd-filial-40              to flpn-cd-filial
                 move ws-cd-lpn-40                 to flpn-cd-lpn
                 perform 9000-ler-CSBHD109-ran
                 if   not ws-operacao-ok
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " palete ", ws-cd-lpn-40, " não cadastrado em CSBHD109"
                                                       into ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 if   not flpn-situacao-estoque
                 and  (flpn-cd-saida      not equal ws-cd-saida-40
                 or    flpn-numero-volume not equal ws-numero-volume-40)
                      string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                             "] linha ", ws-idx-001,
                             " palete ", ws-cd-lpn-40, " já expedido na saida ",
                             flpn-cd-saida             into ws-ds-tracelog
                      perform 9000-tracelog
                      exit section
                 end-if
            end-if

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fvol-volume
            move ws-cd-empresa-40                  to fvol-cd-empresa
            move ws-conteudo-40                    to fvol-ds-conteudo
            move "E"                               to fvol-situacao
            move zeroes                            to fvol-data-conferencia
            move ws-cd-lpn-40                      to fvol-cd-lpn
            move ws-tara-40                        to fvol-tara-kg
            perform 9000-ler-CSBHD063-ran

            move ws-aud-ano                        to fvol-dt-atualizacao-ano
                 perform 9000-tracelog
                 exit section
            end-if
            if   ws-cd-lpn-40 not equal zeroes
                 perform 2663-vincula-palete-volume
            end-if
            add 1                                  to ws-idx-001
          .
      2662-exit.
           exit.

      *>=====================================================================
      *> Palete vinculado ao volume da Saida: sai do estoque para a
      *> expedicao, com o movimento no historico do palete (9498 de
      *> CSBHP019). A conferencia de portao (CSBH03042C) passa a
      *> aceitar a leitura do palete.
      2663-vincula-palete-volume section.
      2663.
            initialize                             flpn-chave-1
            move ws-cd-empresa-40                  to flpn-cd-empresa
            move ws-cd-filial-40                   to flpn-cd-filial
            move ws-cd-lpn-40                      to flpn-cd-lpn
            perform 9000-ler-CSBHD109-ran
            if   not ws-operacao-ok
            or   not flpn-situacao-estoque
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move flpn-cd-deposito                  to ws-lpn-cd-deposito-origem
            move flpn-posicao                      to ws-lpn-posicao-origem
            move ws-cd-saida-40                    to flpn-cd-saida
            move ws-numero-volume-40               to flpn-numero-volume
            move "E"                               to flpn-situacao
            move ws-aud-ano                        to flpn-dt-atualizacao-ano
            move ws-aud-mes                        to flpn-dt-atualizacao-mes
            move ws-aud-dia                        to flpn-dt-atualizacao-dia
            move ws-aud-horas                      to flpn-hr-atualizacao-hora
            move ws-aud-minutos                    to flpn-hr-atualizacao-minuto
            move ws-aud-segundos                   to flpn-hr-atualizacao-segundo
            move ws-aud-job-origem                 to flpn-job-origem
            perform 9000-regravar-CSBHD109
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " palete ", ws-cd-lpn-40, " - ", whs-mensagem
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "E"                               to ws-lpn-tipo-movimento
            move ws-cd-saida-40                    to ws-lpn-cd-documento
            move ws-numero-volume-40               to ws-lpn-numero-volume
            move lnk-cd-operador                   to ws-lpn-cd-operador
            move ws-aud-job-origem                 to ws-lpn-job-origem
            perform 9498-grava-movimento-lpn
          .
      2663-exit.
           exit.

      *>=====================================================================
      *> Consignacao: consumo informado pelo cliente (tipo "C", que
      *> vira uma Saida faturavel baixando o saldo em poder) e retorno
                 move ws-qtdade-41                 to ws-sld-delta
                 move ws-aud-job-origem            to ws-sld-job-origem
                 perform 9400-atualiza-saldo
                 perform 2724-verifica-ruptura
                 perform 9470-jornal-saldo
                 perform 9420-atualiza-custo-medio
                 move "00"                         to ws-resultado-acesso
            end-if

                 exit section
            end-if

            move "VEN"                             to ws-nat-tipo-movimento
            move ws-cd-empresa-41                  to ws-nat-cd-empresa
            move ws-cd-filial-41                   to ws-nat-cd-filial
            move ws-cd-cliente-41                  to ws-cd-cliente-cfop
            perform 2539-resolve-cfop-cliente

            initialize                             fesd-saida
            move ws-cd-empresa-41                  to fesd-cd-empresa
            move ws-cd-filial-41                   to fesd-cd-filial
            move ws-data-41 (5:2)                  to fesd-data-saida-mes
            move ws-data-41 (7:2)                  to fesd-data-saida-dia
            move ws-valor-41                       to fesd-total
            move ws-nat-cfop                       to fesd-cfop
            perform 9000-gravar-CSBHD003
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
            move ws-cd-produto-41                  to feisd-cd-produto
            move ws-qtdade-41                      to feisd-qtdade
            move ws-valor-41                       to feisd-valor
            move ws-nat-cfop                       to feisd-cfop
            perform 9000-gravar-CSBHD004
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
            move ws-umd-qtdade                     to ws-qtdade-7
            move spaces                            to ws-cd-unidade-7

      *> Produto sucedido (CSBHD120) cujo saldo ja nao cobre a linha:
      *> a partir da data efetiva a Saida desce no sucessor.
            perform 2751-verifica-sucessao-saida

      *> Produto composto: a linha de kit nao desce para CSBHD004 -
      *> ela explode em linhas de componente, com disponibilidade
      *> avaliada componente a componente. Kit ja montado na bancada
      *> (ordem de montagem, CSBH03070K) e item de estoque: havendo
      *> saldo do kit na filial para a linha inteira, ele sai como
      *> qualquer produto.
            perform 2737-verifica-kit
            if   ws-produto-e-kit
                 perform 2740-verifica-kit-montado
            end-if
            if   ws-produto-e-kit
                 perform 2738-explode-kit
                 add 1                             to ws-idx-001
                 perform 9000-tracelog
                 perform 2727-registra-pendencia
                 if   ws-qtdade-7 equal zeroes
      *> Nada a expedir: o saldo ja estava zerado - a ruptura fica
      *> registrada mesmo sem movimento de saldo nesta linha.
                      move ws-cd-empresa-7         to ws-rpt-cd-empresa
                      move ws-cd-filial-7          to ws-rpt-cd-filial
                      move ws-cd-produto-7         to ws-rpt-cd-produto
                      move ws-saldo-disponivel     to ws-rpt-qtde-saldo
                      move ws-aud-job-origem       to ws-rpt-job-origem
                      perform 9650-verifica-ruptura
                      exit section
                 end-if
            end-if
                 move ws-cd-saida-7                 to ws-cd-saida-anterior-7
            end-if

      *> A linha herda o CFOP do cabecalho da saida.
            move zeroes                            to ws-nat-cfop
            initialize                             fesd-saida
            move ws-cd-empresa-7                   to fesd-cd-empresa
            move ws-cd-filial-7                    to fesd-cd-filial
            move ws-cd-saida-7                     to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   ws-operacao-ok
                 move fesd-cfop                    to ws-nat-cfop
            end-if
            move "00"                              to ws-resultado-acesso

            move "S"                               to ws-id-arquivo-aberto
            initialize                             feisd-item-saida
            move ws-cd-empresa-7                   to feisd-cd-empresa
            move ws-valor-7                        to feisd-valor
            move ws-cd-deposito-7                  to feisd-cd-deposito
            move ws-cd-kit-corrente                to feisd-cd-kit
            move ws-nat-cfop                       to feisd-cfop
            perform 9000-ler-CSBHD004-ran
            if   not ws-operacao-ok
      *> A linha nova leva o custo medio vigente do produto na filial -
      *> margem e CMV leem o custo carimbado em vez de refazer o PEPS.
                 move ws-cd-empresa-7              to ws-sld-cd-empresa
                 move ws-cd-filial-7               to ws-sld-cd-filial
                 move ws-cd-produto-7              to ws-sld-cd-produto
                 perform 9425-consulta-custo-medio
                 move ws-cmd-custo-unitario        to feisd-custo-medio
                 perform 9000-gravar-CSBHD004
                 if   ws-operacao-ok
      *> So a inclusao movimenta o saldo persistente: a regravacao de
                      compute ws-sld-delta = 0 - ws-qtdade-7
                      move ws-aud-job-origem       to ws-sld-job-origem
                      perform 9400-atualiza-saldo
                      perform 2724-verifica-ruptura
                      perform 9470-jornal-saldo
                      perform 9410-atualiza-saldo-deposito
                      perform 9420-atualiza-custo-medio
                      perform 2741-credita-consignacao
                      perform 2722-consome-consignado-fornecedor
                      perform 2723-libera-posicao
      *> Demanda segue o mesmo invariante do saldo e da exposicao: so
      *> a inclusao acumula - a regravacao de linha ressubmetida nao
      *> pode dobrar a serie historica.
                      perform 2743-acumula-demanda-expedida
                      perform 2752-aplica-promocao
                      move "00"                    to ws-resultado-acesso
                      move "W"                     to ws-jrn-operacao
                 end-if
      2721-exit.
           exit.

      *>=====================================================================
      *> Linha de Saida nova consome o estoque proprio primeiro; o que
      *> passar dele sai do consignado de fornecedor (CSBHD099) e vira
      *> consumo pendente de acerto (CSBHD100) - 9480 de CSBHP017.
      2722-consome-consignado-fornecedor section.
      2722.
            move ws-cd-empresa-7                   to ws-csf-cd-empresa
            move ws-cd-filial-7                    to ws-csf-cd-filial
            move ws-cd-produto-7                   to ws-csf-cd-produto
            move feisd-saida                       to ws-csf-saida
            move feisd-sequencia                   to ws-csf-sequencia
            move ws-aud-data                       to ws-csf-data
            move ws-aud-job-origem                 to ws-csf-job-origem
            perform 9480-consome-consignacao-fornecedor
          .
      2722-exit.
           exit.

      *>=====================================================================
      *> Linha de Saida nova libera na posicao do produto/lote
      *> (CSBHD105) o peso e o volume expedidos - 9495 de CSBHP018.
      2723-libera-posicao section.
      2723.
            move ws-cd-produto-7                   to ws-arm-cd-produto
            move ws-lote-7                         to ws-arm-lote
            move ws-qtdade-7                       to ws-arm-qtdade
            move ws-aud-job-origem                 to ws-arm-job-origem
            perform 9495-libera-ocupacao
          .
      2723-exit.
           exit.

      *>=====================================================================
      *> Saldo recem gravado pelo 9400 (fsld-saldo ainda no buffer) abre
      *> ou encerra o evento de ruptura do produto/filial - 9650 de
      *> CSBHP021.
      2724-verifica-ruptura section.
      2724.
            move ws-sld-cd-empresa                 to ws-rpt-cd-empresa
            move ws-sld-cd-filial                  to ws-rpt-cd-filial
            move ws-sld-cd-produto                 to ws-rpt-cd-produto
            move fsld-qtde-saldo                   to ws-rpt-qtde-saldo
            move ws-sld-job-origem                 to ws-rpt-job-origem
            perform 9650-verifica-ruptura
          .
      2724-exit.
           exit.

      *>=====================================================================
      *> A linha corrente e de um produto composto? Carrega a
      *> composicao (ate 50 componentes) para a explosao.
      2738-exit.
           exit.

      *>=====================================================================
      2740-verifica-kit-montado section.
      2740.
            initialize                             fsld-saldo
            move ws-cd-empresa-7                   to fsld-cd-empresa
            move ws-cd-filial-7                    to fsld-cd-filial
            move ws-cd-produto-7                   to fsld-cd-produto
            perform 9000-ler-CSBHD022-ran
            if   ws-operacao-ok
            and  fsld-qtde-saldo > zeroes
            and  fsld-qtde-saldo not < ws-qtdade-7
                 move spaces                       to ws-id-produto-e-kit
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2740-exit.
           exit.

      *>=====================================================================
      2725-localiza-produto section.
      2725.
      2731-exit.
           exit.

      *>=====================================================================
      *> Condicao de pagamento ativa em CSBHD092 (cadastros que apontam
      *> para uma condicao: cliente, fornecedor, pedido de venda).
      2736-localiza-condicao-pagamento section.
      2736.
            move "N"                               to ws-id-condicao-localizada
            initialize                             fcpg-chave-1
            move ws-cd-condicao-procurada          to fcpg-cd-condicao
            perform 9000-ler-CSBHD092-ran
            if   ws-operacao-ok
            and  fcpg-situacao-ativa
                 move "S"                          to ws-id-condicao-localizada
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2736-exit.
           exit.

      *>=====================================================================
      *> Confere o CEP informado contra a faixa da UF da cidade do
      *> registro (CSBHD002 -> CSBHD038). Cidade sem cadastro, UF sem
                         0 - ws-divergencia-percentual
            end-if

            if   ws-divergencia-percentual > ws-tolerancia-preco-percentual
                 add 1                             to ws-qtde-divergencias-preco
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                                                            ws-nunf-alfa
                                                            ws-srnf-alfa
                                                            ws-cd-fornecedor-alfa
                                                            ws-id-consignacao-8

            move function numval (ws-cd-empresa-alfa)        to ws-cd-empresa-8
            move function numval (ws-cd-filial-alfa)         to ws-cd-filial-8
                 exit section
            end-if

      *> CFOP de compra pela UF da cidade do fornecedor localizado.
            move "COM"                             to ws-nat-tipo-movimento
            move ws-cd-empresa-8                   to ws-nat-cd-empresa
            move ws-cd-filial-8                    to ws-nat-cd-filial
            move fdfnc-cd-cidade                   to ws-nat-cd-cidade-destino
            perform 9700-resolve-cfop

      *> Garante que a mesma nota fiscal (nunf/srnf) não seja cadastrada
      *> duas vezes para o mesmo fornecedor - posiciona pela chave
      *> alternada de nunf (mesmo idioma usado em CSBH02005Q para a
            move ws-nunf-8                         to fdetd-nunf
            move ws-srnf-8                         to fdetd-srnf
            move ws-cd-fornecedor-8                to fdetd-cd-fornecedor
            move ws-nat-cfop                       to fdetd-cfop
      *> Coluna opcional 12 = "C": recebimento em consignacao - entra
      *> no saldo fisico, mas a mercadoria continua do fornecedor
      *> (CSBHD099, creditado pelos itens) e nao vira duplicata.
            if   ws-consignacao-8
                 move "C"                          to fdetd-id-consignacao
            else
                 move spaces                       to fdetd-id-consignacao
            end-if
            perform 2830-verifica-agendamento
            perform 9000-ler-CSBHD007-ran
            move ws-id-agendamento-8               to fdetd-id-agendamento
            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD007
                 move "W"                          to ws-jrn-operacao
                 move "CSBHD007"                   to ws-jrn-arquivo
                 move fdetd-entrada                to ws-jrn-imagem
                 perform 9460-grava-jornal
                 perform 2831-vincula-agendamento
            end-if

            if   not ws-operacao-ok
      2820-exit.
           exit.

      *>=====================================================================
      *> A Entrada veio de caminhao agendado? Procura em CSBHD104
      *> (chave-2) os agendamentos nao cancelados do fornecedor na
      *> filial no dia da Entrada: o que ja aponta para esta Entrada
      *> (recarga), senao o primeiro ainda sem Entrada, senao qualquer
      *> um (mesmo caminhao com mais de uma nota). Nenhum: a Entrada
      *> fica marcada sem agendamento, vai para o trace e para o resumo
      *> de execucao - nao e rejeitada.
      2830-verifica-agendamento section.
      2830.
            move "N"                               to ws-id-agendamento-8
            move spaces                            to ws-id-fim-agendamento-8
                                                      ws-chave-agendamento-8
            initialize                             fagd-chave-2
            move ws-cd-empresa-8                   to fagd-cd-empresa-2
            move ws-cd-filial-8                    to fagd-cd-filial-2
            move ws-cd-fornecedor-8                to fagd-cd-fornecedor
            move ws-data-entrada-8                 to fagd-data-2
            perform 9000-str-CSBHD104-eql-2
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-agendamento-8
            end-if
            perform
              until ws-fim-agendamento-8
                    perform 9000-ler-CSBHD104-next
                    if   not ws-operacao-ok
                    or   fagd-cd-empresa-2  not equal ws-cd-empresa-8
                    or   fagd-cd-filial-2   not equal ws-cd-filial-8
                    or   fagd-cd-fornecedor not equal ws-cd-fornecedor-8
                    or   fagd-data-2        not equal ws-data-entrada-8
                         move "S"                  to ws-id-fim-agendamento-8
                    else
                         if   not fagd-situacao-cancelada
                              evaluate true
                                  when fagd-cd-entrada equal ws-cd-entrada-8
                                       move "S"    to ws-id-agendamento-8
                                       move fagd-chave-1
                                                   to ws-chave-agendamento-8
                                       move "S"    to ws-id-fim-agendamento-8
                                  when fagd-cd-entrada equal zeroes
                                   and ws-chave-agendamento-8 equal spaces
                                       move "S"    to ws-id-agendamento-8
                                       move fagd-chave-1
                                                   to ws-chave-agendamento-8
                                  when other
                                       move "S"    to ws-id-agendamento-8
                              end-evaluate
                         end-if
                    end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            if   not ws-com-agendamento-8
                 add 1                             to ws-qtde-sem-agendamento
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " entrada ", ws-cd-entrada-8,
                        " do fornecedor ", ws-cd-fornecedor-8,
                        " recebida sem agendamento de doca"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 if   ws-qtde-sem-agendamento not greater 50
                      move ws-cd-entrada-8         to ws-sag-cd-entrada (ws-qtde-sem-agendamento)
                      move ws-cd-fornecedor-8      to ws-sag-cd-fornecedor (ws-qtde-sem-agendamento)
                      move ws-data-entrada-8       to ws-sag-data-entrada (ws-qtde-sem-agendamento)
                 end-if
            end-if
          .
      2830-exit.
           exit.

      *>=====================================================================
      *> Entrada gravada: o agendamento escolhido pela 2830 passa a
      *> apontar para ela.
      2831-vincula-agendamento section.
      2831.
            if   ws-chave-agendamento-8 equal spaces
                 exit section
            end-if
            initialize                             fagd-agendamento-doca
            move ws-chave-agendamento-8            to fagd-chave-1
            perform 9000-ler-CSBHD104-ran
            if   ws-operacao-ok
            and  fagd-cd-entrada equal zeroes
                 move ws-cd-entrada-8              to fagd-cd-entrada
                 move ws-aud-ano                   to fagd-dt-atualizacao-ano
                 move ws-aud-mes                   to fagd-dt-atualizacao-mes
                 move ws-aud-dia                   to fagd-dt-atualizacao-dia
                 move ws-aud-horas                 to fagd-hr-atualizacao-hora
                 move ws-aud-minutos               to fagd-hr-atualizacao-minuto
                 move ws-aud-segundos              to fagd-hr-atualizacao-segundo
                 move ws-aud-job-origem            to fagd-job-origem
                 perform 9000-regravar-CSBHD104
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2831-exit.
           exit.

      *>=====================================================================
      2900-processa-item-entrada-csv section.
      2900.
                 exit section
            end-if

            perform 2926-localiza-cfop-entrada
            perform 2928-confere-asn

            move ws-lote-9                         to ws-lote-procurado
            move ws-cd-produto-9                   to ws-cd-produto-procurado
            perform 2728-valida-lote
            move ws-qtdade-9                       to fddps-quantidade
            move ws-frete-9                        to fdetd-frete in fddps-item-entrada
            move ws-cd-deposito-9                  to fddps-cd-deposito
            move ws-nat-cfop                       to fddps-cfop
            perform 9000-ler-CSBHD008-ran
            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD008
                           move ws-qtdade-9        to ws-sld-delta
                           move ws-aud-job-origem  to ws-sld-job-origem
                           perform 9400-atualiza-saldo
                           perform 2724-verifica-ruptura
                           perform 9470-jornal-saldo
                           perform 9410-atualiza-saldo-deposito
      *> Custo da linha: valor do produto na entrada (CSBHD009) mais o
      *> frete da linha, o mesmo custo que o CSBH02019R atribui.
                           initialize              fdpdt-chave-1
                           move ws-cd-empresa-9    to fdpdt-cd-empresa
                           move ws-cd-filial-9     to fdpdt-cd-filial
                           move ws-cd-entrada-9    to fdpdt-cd-entrada
                           move ws-cd-produto-9    to fdpdt-cd-produto
                           move ws-cd-sequencia-9  to fdpdt-cd-sequencia
                           perform 9000-ler-CSBHD009-ran
                           if   ws-operacao-ok
                                compute ws-cmd-valor-movimento =
                                        fdpdt-valor + ws-frete-9
                           end-if
                           perform 9420-atualiza-custo-medio
                           if   ws-consignacao-9
                                perform 2927-credita-consignado-fornecedor
                           end-if
                           perform 2934-gera-armazenagem
                      end-if
                      perform 2921-registra-endereco-lote
                      perform 2936-gera-palete-entrada
                      perform 2929-baixa-asn
                      move "00"                    to ws-resultado-acesso
                      move "W"                     to ws-jrn-operacao
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if
          .
      2923-exit.
           exit.

      *>=====================================================================
      2924-trata-serial-entrada section.
      2924.
            move "S"                               to ws-id-serial-ok
            move spaces                            to ws-id-serial-ent-aplicar
            initialize                             fprd-chave-1
            move ws-cd-produto-9                   to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   not ws-operacao-ok
            or   not fprd-serializado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "00"                              to ws-resultado-acesso

            if   ws-numero-serie-9 equal spaces
                 move "N"                          to ws-id-serial-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto serializado ", ws-cd-produto-9,
                        " sem número de série" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

      *> Validacao apenas: a serie so entra (ou reaparece) em CSBHD059
      *> em 2925, DEPOIS da linha de item de entrada gravada com
      *> sucesso - a linha pode ainda ser rejeitada por lote.
            move "S"                               to ws-id-serial-ent-aplicar
            move "00"                              to ws-resultado-acesso
          .
      2924-exit.
           exit.

      *>=====================================================================
      *> Efetiva a serie validada por 2924: upsert em CSBHD059 como em
      *> estoque, carimbada com a entrada, so apos a linha gravada.
      2925-efetiva-serial-entrada section.
      2925.
            if   not ws-serial-ent-aplicar
                 exit section
            end-if
            initialize                             fser-serial
            move ws-cd-produto-9                   to fser-cd-produto
            move ws-numero-serie-9                 to fser-numero-serie
            perform 9000-ler-CSBHD059-ran
            move ws-cd-empresa-9                   to fser-cd-empresa
            move ws-cd-filial-9                    to fser-cd-filial
            move ws-cd-entrada-9                   to fser-cd-entrada
            move ws-aud-data                       to fser-data-entrada
            move "E"                               to fser-situacao
            move ws-aud-ano                        to fser-dt-atualizacao-ano
            move ws-aud-mes                        to fser-dt-atualizacao-mes
            move ws-aud-dia                        to fser-dt-atualizacao-dia
            move ws-aud-horas                      to fser-hr-atualizacao-hora
            move ws-aud-minutos                    to fser-hr-atualizacao-minuto
            move ws-aud-segundos                   to fser-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fser-job-origem
            if   ws-registro-inexistente
                 move ws-cd-produto-9              to fser-cd-produto
                 move ws-numero-serie-9            to fser-numero-serie
                 perform 9000-gravar-CSBHD059
            else
                 perform 9000-regravar-CSBHD059
            end-if
            move "00"                              to ws-resultado-acesso
            move spaces                            to ws-id-serial-ent-aplicar
          .
      2925-exit.
           exit.

      *>=====================================================================
      *> A linha de entrada herda o CFOP do cabecalho (CSBHD007). A
      *> chave do cabecalho termina pela transportadora, que o
      *> ITEM_ENTRADA.CSV nao traz: posiciona com ela em low-values e
      *> confere empresa/filial/entrada no registro seguinte.
      2926-localiza-cfop-entrada section.
      2926.
            move zeroes                            to ws-nat-cfop
            move spaces                            to ws-id-consignacao-9
            move zeroes                            to ws-cd-fornecedor-9
            initialize                             fdetd-entrada
            move ws-cd-empresa-9                   to fdfnc-cd-empresa
            move ws-cd-filial-9                    to fdfnc-cd-filial
            move ws-cd-entrada-9                   to fdfnc-cd-entrada
            move low-values                        to fdfnc-cd-transpordadora
            perform 9000-str-CSBHD007-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD007-next
                 if   ws-operacao-ok
                 and  fdfnc-cd-empresa equal ws-cd-empresa-9
                 and  fdfnc-cd-filial  equal ws-cd-filial-9
                 and  fdfnc-cd-entrada equal ws-cd-entrada-9
                      move fdetd-cfop              to ws-nat-cfop
                      move fdetd-id-consignacao    to ws-id-consignacao-9
                      move fdetd-cd-fornecedor     to ws-cd-fornecedor-9
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2926-exit.
           exit.

      *>=====================================================================
      *> Linha de Entrada em consignacao: a quantidade que acabou de
      *> entrar no saldo fisico fica marcada como do fornecedor em
      *> CSBHD099, pelo preco unitario da linha (valor em CSBHD009 pela
      *> quantidade). Linha regulada credita na aprovacao da inspecao
      *> (CSBH03037Q), quando entra no saldo.
      2927-credita-consignado-fornecedor section.
      2927.
            move ws-cd-empresa-9                   to ws-csf-cd-empresa
            move ws-cd-filial-9                    to ws-csf-cd-filial
            move ws-cd-produto-9                   to ws-csf-cd-produto
            move ws-cd-fornecedor-9                to ws-csf-cd-fornecedor
            move ws-qtdade-9                       to ws-csf-qtdade
            move zeroes                            to ws-csf-valor-unitario
            initialize                             fdpdt-chave-1
            move ws-cd-empresa-9                   to fdpdt-cd-empresa
            move ws-cd-filial-9                    to fdpdt-cd-filial
            move ws-cd-entrada-9                   to fdpdt-cd-entrada
            move ws-cd-produto-9                   to fdpdt-cd-produto
            move ws-cd-sequencia-9                 to fdpdt-cd-sequencia
            perform 9000-ler-CSBHD009-ran
            if   ws-operacao-ok
            and  ws-qtdade-9 > zeroes
                 compute ws-csf-valor-unitario rounded =
                         fdpdt-valor / ws-qtdade-9
            end-if
            move ws-aud-data                       to ws-csf-data
            move ws-aud-job-origem                 to ws-csf-job-origem
            perform 9481-credita-consignacao-fornecedor
            move "00"                              to ws-resultado-acesso
          .
      2927-exit.
           exit.

      *>=====================================================================
      *> Conferencia contra o aviso de embarque: procura, entre as linhas
      *> abertas de ASN (CSBHD103) do fornecedor da Entrada na filial, a
      *> do produto - de preferencia a do mesmo lote. Linha sem lote
      *> assume o lote do ASN, que entra em CSBHD018 com a fabricacao e
      *> a validade avisadas. A diferenca (quantidade, lote ou produto
      *> que o fornecedor nao avisou) nao rejeita a linha: fica em
      *> ws-asn-motivo para 2929-baixa-asn, depois da gravacao.
      *> Linha ja gravada (recarga do arquivo) ja foi conferida.
      2928-confere-asn section.
      2928.
            move spaces                            to ws-id-asn-localizado
                                                      ws-id-asn-fornecedor
                                                      ws-id-asn-mesmo-lote
                                                      ws-id-fim-asn
                                                      ws-asn-motivo
                                                      ws-asn-nr-asn
                                                      ws-asn-lote
            move zeroes                            to ws-asn-qtdade
            if   ws-cd-fornecedor-9 equal zeroes
                 exit section
            end-if

            initialize                             fddps-item-entrada
            move ws-cd-empresa-9                   to fddps-cd-empresa
            move ws-cd-filial-9                    to fddps-cd-filial
            move ws-cd-entrada-9                   to fddps-cd-entrada
            move ws-cd-produto-9                   to fddps-cd-produto
            move ws-cd-sequencia-9                 to fddps-sequencia
            perform 9000-ler-CSBHD008-ran
            if   ws-operacao-ok
                 exit section
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fasn-chave-2
            move ws-cd-empresa-9                   to fasn-cd-empresa-2
            move ws-cd-filial-9                    to fasn-cd-filial-2
            move ws-cd-fornecedor-9                to fasn-cd-fornecedor-2
            move zeroes                            to fasn-cd-produto
            perform 9000-str-CSBHD103-gtr-2
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-asn
            end-if
            perform
              until ws-fim-asn
                    perform 9000-ler-CSBHD103-next
                    if   not ws-operacao-ok
                    or   fasn-cd-empresa-2    not equal ws-cd-empresa-9
                    or   fasn-cd-filial-2     not equal ws-cd-filial-9
                    or   fasn-cd-fornecedor-2 not equal ws-cd-fornecedor-9
                         move "S"                  to ws-id-fim-asn
                    else
                         if   fasn-situacao-aberta
                              move "S"             to ws-id-asn-fornecedor
                              if   fasn-cd-produto equal ws-cd-produto-9
                                   perform 2932-seleciona-linha-asn
                              end-if
                         end-if
                    end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            if   not ws-asn-localizado
                 if   ws-asn-fornecedor-aberto
                      move "produto fora do ASN"   to ws-asn-motivo
                 end-if
                 exit section
            end-if

            if   ws-lote-9 equal spaces
                 move ws-asn-lote                  to ws-lote-9
            end-if
            if   ws-lote-9 equal ws-asn-lote
                 move "S"                          to ws-id-asn-mesmo-lote
            end-if

            evaluate true
                when ws-qtdade-9 not equal ws-asn-qtdade
                and  not ws-asn-mesmo-lote
                     move "quantidade e lote diferentes"
                                                   to ws-asn-motivo
                when ws-qtdade-9 not equal ws-asn-qtdade
                     move "quantidade diferente do ASN"
                                                   to ws-asn-motivo
                when not ws-asn-mesmo-lote
                     move "lote diferente do ASN"  to ws-asn-motivo
            end-evaluate

            if   ws-asn-mesmo-lote
            and  ws-lote-9 not equal spaces
                 perform 2933-pre-cadastra-lote-asn
            end-if
          .
      2928-exit.
           exit.

      *>=====================================================================
      *> Candidata da 2928 (registro corrente de CSBHD103): a primeira
      *> linha aberta do produto, trocada pela do mesmo lote da Entrada
      *> quando ela aparece.
      2932-seleciona-linha-asn section.
      2932.
            if   ws-asn-localizado
                 if   ws-asn-mesmo-lote
                 or   fasn-lote not equal ws-lote-9
                 or   ws-lote-9 equal spaces
                      exit section
                 end-if
            end-if
            move "S"                               to ws-id-asn-localizado
            move fasn-chave-1                      to ws-chave-asn-localizado
            move fasn-nr-asn                       to ws-asn-nr-asn
            move fasn-qtdade                       to ws-asn-qtdade
            move fasn-lote                         to ws-asn-lote
            if   fasn-lote equal ws-lote-9
            and  ws-lote-9 not equal spaces
                 move "S"                          to ws-id-asn-mesmo-lote
            end-if
          .
      2932-exit.
           exit.

      *>=====================================================================
      *> Lote avisado no ASN: cadastra em CSBHD018 com fornecedor,
      *> fabricacao e validade do aviso; lote ja cadastrado so recebe as
      *> datas que estiverem em branco.
      2933-pre-cadastra-lote-asn section.
      2933.
            initialize                             fasn-aviso-embarque
            move ws-chave-asn-localizado           to fasn-chave-1
            perform 9000-ler-CSBHD103-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             flot-lote
            move ws-cd-produto-9                   to flot-cd-produto
            move ws-lote-9                         to flot-cd-lote
            perform 9000-ler-CSBHD018-ran
            if   ws-operacao-ok
                 if   flot-data-fabricacao not equal zeroes
                 and  flot-data-validade   not equal zeroes
                      exit section
                 end-if
                 if   flot-data-fabricacao equal zeroes
                      move fasn-data-fabricacao    to flot-data-fabricacao
                 end-if
                 if   flot-data-validade equal zeroes
                      move fasn-data-validade      to flot-data-validade
                 end-if
            else
                 initialize                        flot-lote
                 move ws-cd-produto-9              to flot-cd-produto
                 move ws-lote-9                    to flot-cd-lote
                 move ws-cd-fornecedor-9           to flot-cd-fornecedor
                 move fasn-data-fabricacao         to flot-data-fabricacao
                 move fasn-data-validade           to flot-data-validade
                 move "A"                          to flot-situacao
            end-if
            move ws-aud-ano                        to flot-dt-atualizacao-ano
            move ws-aud-mes                        to flot-dt-atualizacao-mes
            move ws-aud-dia                        to flot-dt-atualizacao-dia
            move ws-aud-horas                      to flot-hr-atualizacao-hora
            move ws-aud-minutos                    to flot-hr-atualizacao-minuto
            move ws-aud-segundos                   to flot-hr-atualizacao-segundo
            move ws-aud-job-origem                 to flot-job-origem
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD018
            else
                 perform 9000-regravar-CSBHD018
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2933-exit.
           exit.

      *>=====================================================================
      *> Linha de ITEM_ENTRADA que entrou no saldo ganha a tarefa de
      *> armazenagem com a posicao sugerida (9490 de CSBHP018); a linha
      *> regulada so a ganha na aprovacao da inspecao (CSBH03037Q).
      2934-gera-armazenagem section.
      2934.
            move ws-cd-empresa-9                   to ws-arm-cd-empresa
            move ws-cd-filial-9                    to ws-arm-cd-filial
            move ws-cd-entrada-9                   to ws-arm-cd-entrada
            move ws-cd-produto-9                   to ws-arm-cd-produto
            move ws-cd-sequencia-9                 to ws-arm-sequencia
            move ws-lote-9                         to ws-arm-lote
            move ws-qtdade-9                       to ws-arm-qtdade
            move ws-cd-deposito-9                  to ws-arm-cd-deposito
            move ws-aud-data                       to ws-arm-data
            move ws-aud-job-origem                 to ws-arm-job-origem
            perform 9490-gera-tarefa-armazenagem
            if   ws-arm-sem-sugestao
                 string "Aviso - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " produto ", ws-cd-produto-9,
                        " sem posição de armazenagem com espaço"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
          .
      2934-exit.
           exit.

      *>=====================================================================
      *> Paletes (LPN) da linha recebida - 9496 de CSBHP019. Nascem na
      *> posicao sugerida pela armazenagem; a linha em inspecao (ou sem
      *> sugestao) fica sem posicao ate a confirmacao da armazenagem.
      2936-gera-palete-entrada section.
      2936.
            move ws-cd-empresa-9                   to ws-lpn-cd-empresa
            move ws-cd-filial-9                    to ws-lpn-cd-filial
            move ws-cd-entrada-9                   to ws-lpn-cd-entrada
            move ws-cd-produto-9                   to ws-lpn-cd-produto
            move ws-cd-sequencia-9                 to ws-lpn-sequencia
            move ws-lote-9                         to ws-lpn-lote
            move ws-qtdade-9                       to ws-lpn-qtdade
            move ws-cd-deposito-9                  to ws-lpn-cd-deposito
            move zeroes                            to ws-lpn-posicao
            if   not ws-recebimento-em-inspecao
            and  not ws-arm-sem-sugestao
                 move ws-arm-posicao               to ws-lpn-posicao
            end-if
            move ws-aud-data                       to ws-lpn-data
            move ws-aud-job-origem                 to ws-lpn-job-origem
            move lnk-cd-operador                   to ws-lpn-cd-operador
            perform 9496-gera-lpn-entrada
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " paletes do produto ", ws-cd-produto-9,
                        " - ", whs-mensagem            into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2936-exit.
           exit.

      *>=====================================================================
      *> Depois da linha de ITEM_ENTRADA gravada: a linha de ASN casada
      *> fica recebida pela Entrada, e a divergencia apurada na 2928 vai
      *> para o trace e para o resumo de execucao.
      2929-baixa-asn section.
      2929.
            if   ws-asn-motivo not equal spaces
                 add 1                             to ws-qtde-divergencias-asn
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " conferência do ASN (produto ", ws-cd-produto-9,
                        "): ", ws-asn-motivo          into ws-ds-tracelog
                 perform 9000-tracelog
                 if   ws-qtde-divergencias-asn not greater 50
                      move ws-cd-entrada-9         to ws-dva-cd-entrada (ws-qtde-divergencias-asn)
                      move ws-cd-produto-9         to ws-dva-cd-produto (ws-qtde-divergencias-asn)
                      move ws-asn-nr-asn           to ws-dva-nr-asn (ws-qtde-divergencias-asn)
                      move ws-asn-qtdade           to ws-dva-qtde-asn (ws-qtde-divergencias-asn)
                      move ws-qtdade-9             to ws-dva-qtde-recebida (ws-qtde-divergencias-asn)
                      move ws-asn-motivo           to ws-dva-motivo (ws-qtde-divergencias-asn)
                 end-if
            end-if

            if   not ws-asn-localizado
                 exit section
            end-if
            initialize                             fasn-aviso-embarque
            move ws-chave-asn-localizado           to fasn-chave-1
            perform 9000-ler-CSBHD103-ran
            if   ws-operacao-ok
                 move "R"                          to fasn-situacao
                 move ws-cd-entrada-9              to fasn-cd-entrada
                 move ws-qtdade-9                  to fasn-qtde-recebida
                 move ws-aud-data                  to fasn-data-recebimento
                 if   ws-asn-motivo not equal spaces
                      move "S"                     to fasn-id-divergencia
                 end-if
                 move ws-aud-ano                   to fasn-dt-atualizacao-ano
                 move ws-aud-mes                   to fasn-dt-atualizacao-mes
                 move ws-aud-dia                   to fasn-dt-atualizacao-dia
                 move ws-aud-horas                 to fasn-hr-atualizacao-hora
                 move ws-aud-minutos               to fasn-hr-atualizacao-minuto
                 move ws-aud-segundos              to fasn-hr-atualizacao-segundo
                 move ws-aud-job-origem            to fasn-job-origem
                 perform 9000-regravar-CSBHD103
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2929-exit.
           exit.

      *>=====================================================================
      2748-exit.
           exit.

      *>=====================================================================
      *> Produto sucedido em CSBHD120 com data efetiva ja alcancada: se o
      *> saldo do codigo antigo ainda cobre a linha inteira ele sai
      *> normalmente (o estoque remanescente e consumido primeiro); se
      *> nao cobre, a linha inteira desce no sucessor com a quantidade
      *> convertida pelo fator, arredondada para cima. O valor da linha
      *> e o mesmo - muda so o codigo e a unidade de contagem.
      2751-verifica-sucessao-saida section.
      2751.
            initialize                             fsuc-sucessao
            move ws-cd-empresa-7                   to fsuc-cd-empresa
            move ws-cd-produto-7                   to fsuc-cd-produto-antigo
            perform 9000-ler-CSBHD120-ran
            if   not ws-operacao-ok
            or   fsuc-data-efetiva > ws-aud-data
            or   fsuc-cd-produto-novo equal zeroes
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move ws-cd-empresa-7                   to ws-cd-empresa-saldo
            move ws-cd-filial-7                    to ws-cd-filial-saldo
            move ws-cd-produto-7                   to ws-cd-produto-saldo
            perform 2726-calcula-saldo-disponivel
            if   ws-qtdade-7 not > ws-saldo-disponivel
                 exit section
            end-if

            move fsuc-fator-conversao              to ws-suc-fator
            if   ws-suc-fator equal zeroes
                 move 1                            to ws-suc-fator
            end-if
            compute ws-suc-qtdade-calculada = ws-qtdade-7 * ws-suc-fator
            move ws-suc-qtdade-calculada           to ws-suc-qtdade
            if   ws-suc-qtdade < ws-suc-qtdade-calculada
                 add 1                             to ws-suc-qtdade
            end-if

            move ws-cd-produto-7                   to ws-suc-cd-produto-antigo
            move fsuc-cd-produto-novo              to ws-cd-produto-7
            move ws-suc-qtdade                     to ws-qtdade-7
            string "Aviso - Arquivo: [" delimited by size, ws-filename delimited by space,
                   "] linha ", ws-idx-001,
                   " produto ", ws-suc-cd-produto-antigo,
                   " sem saldo (disponivel ", ws-saldo-disponivel,
                   ") - linha redirecionada ao sucessor ", ws-cd-produto-7,
                   " quantidade ", ws-qtdade-7     into ws-ds-tracelog
            perform 9000-tracelog
          .
      2751-exit.
           exit.

      *>=====================================================================
      *> Promocao na linha nova de Saida: entre as promocoes ativas da
      *> empresa (CSBHD122) vigentes na data da saida e cujo escopo
      *> cobre a filial, a UF do cliente, o grupo e o produto da linha,
      *> vale a de maior desconto, gravado como linha de desconto ("D")
      *> em CSBHD072 carimbada com o codigo da promocao. Componente de
      *> kit explodido nao entra - o valor dele e rateio do kit.
      2752-aplica-promocao section.
      2752.
            if   ws-qtdade-7 equal zeroes
            or   ws-valor-7 not greater zeroes
            or   ws-cd-kit-corrente not equal zeroes
                 exit section
            end-if

            initialize                             fesd-saida
            move ws-cd-empresa-7                   to fesd-cd-empresa
            move ws-cd-filial-7                    to fesd-cd-filial
            move ws-cd-saida-7                     to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move fesd-data-saida                   to ws-prm-data-saida

            move spaces                            to ws-prm-uf
            if   fesd-cd-cliente not equal zeroes
                 initialize                        fdcli-cliente
                 move fesd-cd-cliente              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      initialize                   fccdd-cidade
                      move fdcli-cd-cidade         to fccdd-cd-cidade
                      perform 9000-ler-CSBHD002-ran
                      if   ws-operacao-ok
                           move fccdd-uf           to ws-prm-uf
                      end-if
                 end-if
            end-if

            move zeroes                            to ws-prm-cd-grupo
            initialize                             fprd-chave-1
            move ws-cd-produto-7                   to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
                 move fprd-cd-grupo                to ws-prm-cd-grupo
            end-if

            move zeroes                            to ws-prm-melhor-desconto
                                                      ws-prm-melhor-promocao
            initialize                             fprm-chave-1
            move ws-cd-empresa-7                   to fprm-cd-empresa
            perform 9000-str-CSBHD122-gtr
            move spaces                            to ws-prm-id-fim
            if   not ws-operacao-ok
                 move "S"                          to ws-prm-id-fim
            end-if
            perform until ws-prm-fim
                 perform 9000-ler-CSBHD122-next
                 if   not ws-operacao-ok
                 or   fprm-cd-empresa not equal ws-cd-empresa-7
                      move "S"                     to ws-prm-id-fim
                 else
                      if   fprm-situacao-ativa
                      and  ws-prm-data-saida not less fprm-data-inicio
                      and  ws-prm-data-saida not greater fprm-data-fim
                      and  (fprm-cd-filial equal zeroes
                       or   fprm-cd-filial equal ws-cd-filial-7)
                      and  (fprm-uf equal spaces
                       or   fprm-uf equal ws-prm-uf)
                      and  (fprm-cd-grupo equal zeroes
                       or   fprm-cd-grupo equal ws-prm-cd-grupo)
                      and  (fprm-cd-produto equal zeroes
                       or   fprm-cd-produto equal ws-cd-produto-7)
                           perform 2753-calcula-desconto-promocao
                           if   ws-prm-desconto > ws-prm-melhor-desconto
                                move ws-prm-desconto to ws-prm-melhor-desconto
                                move fprm-cd-promocao to ws-prm-melhor-promocao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   ws-prm-melhor-desconto equal zeroes
                 exit section
            end-if

      *> Proxima sequencia livre de ajuste da Saida - as informadas em
      *> DESCONTO_SAIDA.CSV (carregado antes) sao preservadas.
            initialize                             fdsc-chave-1
            move ws-cd-empresa-7                   to fdsc-cd-empresa
            move ws-cd-filial-7                    to fdsc-cd-filial
            move ws-cd-saida-7                     to fdsc-cd-saida
            move 9999                              to fdsc-sequencia
            perform 9000-str-CSBHD072-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD072-next
            end-if
            if   ws-operacao-ok
            and  fdsc-cd-empresa equal ws-cd-empresa-7
            and  fdsc-cd-filial  equal ws-cd-filial-7
            and  fdsc-cd-saida   equal ws-cd-saida-7
                 compute ws-prm-sequencia = fdsc-sequencia + 1
            else
                 move 1                            to ws-prm-sequencia
            end-if

            initialize                             fdsc-ajuste-saida
            move ws-cd-empresa-7                   to fdsc-cd-empresa
            move ws-cd-filial-7                    to fdsc-cd-filial
            move ws-cd-saida-7                     to fdsc-cd-saida
            move ws-prm-sequencia                  to fdsc-sequencia
            move "D"                               to fdsc-tipo
            move ws-valor-7                        to fdsc-base
            move ws-prm-melhor-desconto            to fdsc-valor
            move ws-prm-melhor-promocao            to fdsc-cd-promocao
            move ws-aud-ano                        to fdsc-dt-atualizacao-ano
            move ws-aud-mes                        to fdsc-dt-atualizacao-mes
            move ws-aud-dia                        to fdsc-dt-atualizacao-dia
            move ws-aud-horas                      to fdsc-hr-atualizacao-hora
            move ws-aud-minutos                    to fdsc-hr-atualizacao-minuto
            move ws-aud-segundos                   to fdsc-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fdsc-job-origem
            perform 9000-gravar-CSBHD072
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " desconto da promoção ", ws-prm-melhor-promocao,
                        " não gravado - ", whs-mensagem into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2752-exit.
           exit.

      *>=====================================================================
      *> Desconto da promocao corrente (fprm-promocao) sobre a linha:
      *> percentual do valor; leve/pague, a diferenca de cada grupo
      *> completo ao preco unitario da linha; faixa, o percentual da
      *> maior faixa atingida pela quantidade. Nunca passa do valor.
      2753-calcula-desconto-promocao section.
      2753.
            move zeroes                            to ws-prm-desconto
                                                      ws-prm-percentual
            evaluate true
                when fprm-regra-percentual
                     move fprm-percentual-desconto to ws-prm-percentual
                when fprm-regra-leve-pague
                     if   fprm-qtde-leve > fprm-qtde-pague
                          divide ws-qtdade-7 by fprm-qtde-leve
                                 giving ws-prm-qtde-grupos
                          compute ws-prm-qtde-gratis =
                                  ws-prm-qtde-grupos
                                * (fprm-qtde-leve - fprm-qtde-pague)
                          compute ws-prm-desconto rounded =
                                  ws-valor-7 * ws-prm-qtde-gratis / ws-qtdade-7
                     end-if
                when fprm-regra-faixa
                     perform varying ws-prm-idx-faixa from 1 by 1
                             until ws-prm-idx-faixa > 3
                          if   fprm-faixa-qtde-minima (ws-prm-idx-faixa) > zeroes
                          and  ws-qtdade-7 not less
                               fprm-faixa-qtde-minima (ws-prm-idx-faixa)
                               move fprm-faixa-percentual (ws-prm-idx-faixa)
                                                   to ws-prm-percentual
                          end-if
                     end-perform
            end-evaluate
            if   ws-prm-percentual > zeroes
                 compute ws-prm-desconto rounded =
                         ws-valor-7 * ws-prm-percentual / 100
            end-if
            if   ws-prm-desconto > ws-valor-7
                 move ws-valor-7                   to ws-prm-desconto
            end-if
          .
      2753-exit.
           exit.

      *>=====================================================================
      *> Lista de preço: catalogo de preço por produto com vigencia, mantido
      *> em CSBHD011 independente de fdpdt-valor/feisd-valor (preço de uma
            move ws-data-vigencia-10               to fdprc-dt-vigencia
            move ws-valor-10                       to fdprc-valor
            perform 9000-ler-CSBHD011-ran
            move ws-aud-ano                        to fdprc-dt-atualizacao-ano
            move ws-aud-mes                        to fdprc-dt-atualizacao-mes
            move ws-aud-dia                        to fdprc-dt-atualizacao-dia
            move ws-aud-horas                      to fdprc-hr-atualizacao-hora
            move ws-aud-minutos                    to fdprc-hr-atualizacao-minuto
            move ws-aud-segundos                   to fdprc-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fdprc-job-origem
            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD011
            else
      *> Cada linha referencia a saida original (empresa/filial/saida, que
      *> junto formam fesd-chave-1) via fddvl-chave-2 e o produto devolvido
      *> via fddvl-chave-3, preservando quantidade e valor devolvidos.
      *> A quantidade fica na area de devolucoes (CSBHD116) e so entra
      *> no saldo pela triagem (CSBH03078T).
      2945-processa-devolucao-csv section.
      2945.
            move "2945-processa-devolucao-csv - Inicio"  to ws-ds-tracelog
                 exit section
            end-if

      *> CFOP de devolucao pela cidade do cliente da saida original.
            move zeroes                            to ws-cd-cliente-cfop
            initialize                             fesd-saida
            move ws-cd-empresa-11                  to fesd-cd-empresa
            move ws-cd-filial-11                   to fesd-cd-filial
            move ws-cd-saida-11                    to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   ws-operacao-ok
                 move fesd-cd-cliente              to ws-cd-cliente-cfop
            end-if
            move "00"                              to ws-resultado-acesso
            move "DEV"                             to ws-nat-tipo-movimento
            move ws-cd-empresa-11                  to ws-nat-cd-empresa
            move ws-cd-filial-11                   to ws-nat-cd-filial
            perform 2539-resolve-cfop-cliente

            move "S"                               to ws-id-arquivo-aberto
            initialize                             fddvl-devolucao
            move ws-cd-empresa-11                  to fddvl-cd-empresa
            move ws-data-devolucao-11              to fddvl-data-devolucao
            move ws-qtdade-11                      to fddvl-qtdade
            move ws-valor-11                       to fddvl-valor
            move ws-nat-cfop                       to fddvl-cfop
            perform 9000-ler-CSBHD012-ran
            if   not ws-operacao-ok
                 perform 9000-gravar-CSBHD012
                 if   ws-operacao-ok
      *> A quantidade devolvida nao entra no saldo na carga: fica na
      *> area de devolucoes (CSBHD116) ate a triagem do CSBH03078T.
                      perform 2952-consome-autorizacao
                      perform 2953-abre-triagem
      *> Demanda segue o mesmo invariante do saldo: so a inclusao
      *> acumula - a regravacao de linha ressubmetida nao pode dobrar
      *> a serie historica.
      2952-exit.
           exit.

      *>=====================================================================
      *> Linha de devolucao nova entra na area de devolucoes com toda a
      *> quantidade pendente de triagem e o motivo da RMA consumida -
      *> o saldo so recebe o que a triagem classificar.
      2953-abre-triagem section.
      2953.
            initialize                             ftri-devolucao-triagem
            move ws-cd-empresa-11                  to ftri-cd-empresa
            move ws-cd-filial-11                   to ftri-cd-filial
            move ws-cd-devolucao-11                to ftri-cd-devolucao
            move ws-cd-sequencia-11                to ftri-cd-sequencia
            move ws-cd-saida-11                    to ftri-cd-saida
            move ws-cd-produto-11                  to ftri-cd-produto
            move ws-data-devolucao-11              to ftri-data-devolucao
            move ws-qtdade-11                      to ftri-qtde-devolvida
            move ws-qtdade-11                      to ftri-qtde-pendente
            if   ws-chave-autorizacao equal frma-chave-1
                 move frma-cd-autorizacao          to ftri-cd-autorizacao
                 move frma-cd-motivo               to ftri-cd-motivo
            end-if
            move "P"                               to ftri-situacao
            move ws-aud-ano                        to ftri-dt-atualizacao-ano
            move ws-aud-mes                        to ftri-dt-atualizacao-mes
            move ws-aud-dia                        to ftri-dt-atualizacao-dia
            move ws-aud-horas                      to ftri-hr-atualizacao-hora
            move ws-aud-minutos                    to ftri-hr-atualizacao-minuto
            move ws-aud-segundos                   to ftri-hr-atualizacao-segundo
            move ws-aud-job-origem                 to ftri-job-origem
            perform 9000-gravar-CSBHD116
            if   ws-operacao-ok
                 move "CSBHD116"                   to ws-jrn-arquivo
                 move "W"                          to ws-jrn-operacao
                 move ftri-devolucao-triagem       to ws-jrn-imagem
                 perform 9460-grava-jornal
            else
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001, " ", whs-mensagem
                                                   into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            move "00"                              to ws-resultado-acesso
          .
      2953-exit.
           exit.

      *>=====================================================================
      *>=====================================================================
      *> Ocorrencias de entrega enviadas pelas transportadoras: cada
                 perform 2958-atualiza-entrega-saida
            end-if

      *> Recusa na porta do cliente: o agendamento da Saida fica
      *> recusado ate ser recarregado um reagendamento; nao e evento
      *> terminal, a Saida continua em transito.
            if   focr-evento-recusado
                 perform 2956-registra-recusa-agendamento
            end-if

      *> Colunas opcionais de comprovante no evento de entrega: quem
      *> recebeu vira o POD do embarque (CSBHD067).
            if   focr-evento-entregue
      2957-exit.
           exit.

      *>=====================================================================
      2956-registra-recusa-agendamento section.
      2956.
            initialize                             fage-chave-1
            move ws-cd-empresa-19                  to fage-cd-empresa
            move ws-cd-filial-19                   to fage-cd-filial
            move ws-cd-saida-19                    to fage-cd-saida
            perform 9000-ler-CSBHD123-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "R"                               to fage-situacao
            if   fage-qtde-recusas < 99
                 add 1                             to fage-qtde-recusas
            end-if
            move ws-data-evento-19                 to fage-data-recusa
            move ws-aud-ano                        to fage-dt-atualizacao-ano
            move ws-aud-mes                        to fage-dt-atualizacao-mes
            move ws-aud-dia                        to fage-dt-atualizacao-dia
            move ws-aud-horas                      to fage-hr-atualizacao-hora
            move ws-aud-minutos                    to fage-hr-atualizacao-minuto
            move ws-aud-segundos                   to fage-hr-atualizacao-segundo
            move ws-aud-job-origem                 to fage-job-origem
            perform 9000-regravar-CSBHD123
            if   not ws-operacao-ok
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] ", whs-mensagem       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            string "Aviso - Arquivo: [" delimited by size, ws-filename delimited by space,
                   "] linha ", ws-idx-001,
                   " entrega da saida ", ws-cd-saida-19,
                   " recusada pelo cliente - reagendar" into ws-ds-tracelog
            perform 9000-tracelog
          .
      2956-exit.
           exit.

      *>=====================================================================
      *> Evento terminal (entregue ou devolvido pela transportadora)
      *> atualiza o ciclo de vida no cabecalho da Saida.
                       until ws-idx-retido > ws-qtde-retidos-credito
                          or ws-idx-retido > 50

            move spaces                             to rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "ENTRADA.CSV - recebimentos sem agendamento de doca" delimited by size
                                                     into rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "  Entradas sem agendamento : " ws-qtde-sem-agendamento
                                                     delimited by size into rel-linha
            write rel-linha
            perform 2988-imprime-sem-agendamento
                    varying ws-idx-sem-agendamento from 1 by 1
                       until ws-idx-sem-agendamento > ws-qtde-sem-agendamento
                          or ws-idx-sem-agendamento > 50

            move spaces                             to rel-linha
            write rel-linha
            move spaces                             to rel-linha
                       until ws-idx-divergencia-imp > ws-qtde-divergencias-imposto
                          or ws-idx-divergencia-imp > 50

            move spaces                             to rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "ITEM_ENTRADA.CSV - conferencia contra o ASN"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "  Linhas divergentes        : " ws-qtde-divergencias-asn
                                                     delimited by size into rel-linha
            write rel-linha
            perform 2987-imprime-divergencia-asn
                    varying ws-idx-divergencia-asn from 1 by 1
                       until ws-idx-divergencia-asn > ws-qtde-divergencias-asn
                          or ws-idx-divergencia-asn > 50

            close relatorio
           .
       2950-exit.
           .
       2986-exit.
            exit.
      *>=====================================================================
       2987-imprime-divergencia-asn section.
       2987.
            move spaces                             to rel-linha
            string "    - entrada " delimited by size,
                   ws-dva-cd-entrada (ws-idx-divergencia-asn) delimited by size,
                   " produto " delimited by size,
                   ws-dva-cd-produto (ws-idx-divergencia-asn) delimited by size,
                   " ASN " delimited by size,
                   ws-dva-nr-asn (ws-idx-divergencia-asn) delimited by space,
                   " qtde ASN " delimited by size,
                   ws-dva-qtde-asn (ws-idx-divergencia-asn) delimited by size,
                   " recebida " delimited by size,
                   ws-dva-qtde-recebida (ws-idx-divergencia-asn) delimited by size,
                   " " delimited by size,
                   ws-dva-motivo (ws-idx-divergencia-asn) delimited by size
                                                     into rel-linha
            write rel-linha
           .
       2987-exit.
            exit.
      *>=====================================================================
       2988-imprime-sem-agendamento section.
       2988.
            move spaces                             to rel-linha
            string "    - entrada " delimited by size,
                   ws-sag-cd-entrada (ws-idx-sem-agendamento) delimited by size,
                   " fornecedor " delimited by size,
                   ws-sag-cd-fornecedor (ws-idx-sem-agendamento) delimited by size,
                   " data " delimited by size,
                   ws-sag-data-entrada (ws-idx-sem-agendamento) delimited by size
                                                     into rel-linha
            write rel-linha
           .
       2988-exit.
            exit.
      *>=====================================================================
       2980-imprime-divergencia-preco section.
       2980.
            close CSBHD020
            close CSBHD021
            close CSBHD022
            close CSBHD081
            close CSBHD025
            close CSBHD026
            close CSBHD027
            close CSBHD074
            close CSBHD075
            close CSBHD076
            close CSBHD077
            close CSBHD078
            close CSBHD080
            close CSBHD082
            close CSBHD083
            close CSBHD085
            close CSBHD087
            close CSBHD088
            close CSBHD089
            close CSBHD092
            close CSBHD093
            close CSBHD095
            close CSBHD098
            close CSBHD099
            close CSBHD100
            close CSBHD103
            close CSBHD104
            close CSBHD105
            close CSBHD106
            close CSBHD109
            close CSBHD110
            close CSBHD113
            close CSBHD116
            close CSBHD117
            close CSBHD120
            close CSBHD121
            close CSBHD122
            close CSBHD123
            close CSBHD124
            close CSBHD126
            close CSBHD128
            close CSBHD129
           .
       3100-exit.
            exit.
            close CSBHD057
            close CSBHD071
            close CSBHD074
            close CSBHD077
            close CSBHD080
            close CSBHD085
            close CSBHD092
            close CSBHD093
            close CSBHD095
            close CSBHD098
            close CSBHD120
            close CSBHD122
            close CSBHD124
            close CSBHD126
            close CSBHD128
           .
       3110-exit.
            exit.
            close CSBHD044
            close CSBHD045
            close CSBHD075
            close CSBHD105
            close CSBHD006
            close CSBHD113
           .
       3120-exit.
            exit.
            close CSBHD020
            close CSBHD021
            close CSBHD022
            close CSBHD081
            close CSBHD025
            close CSBHD028
            close CSBHD030
            close CSBHD073
            close CSBHD074
            close CSBHD076
            close CSBHD077
            close CSBHD082
            close CSBHD092
            close CSBHD093
            close CSBHD095
            close CSBHD098
            close CSBHD099
            close CSBHD100
            close CSBHD085
            close CSBHD103
            close CSBHD104
            close CSBHD105
            close CSBHD106
            close CSBHD109
            close CSBHD110
            close CSBHD113
            close CSBHD116
            close CSBHD117
            close CSBHD120
            close CSBHD121
            close CSBHD122
            close CSBHD123
            close CSBHD129
           .
       3130-exit.
            exit.
            close CSBHD030
            close CSBHD031
            close CSBHD055
            close CSBHD004
            close CSBHD044
            close CSBHD077
            close CSBHD078
            close CSBHD083
            close CSBHD087
            close CSBHD088
            close CSBHD005
            close CSBHD006
            close CSBHD089
           .
       3140-exit.
            exit.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP007.
       COPY CSBHP008.
       COPY CSBHP009.
       COPY CSBHP010.
       COPY CSBHP003.
       COPY CSBHP005.
       COPY CSBHP011.
       COPY CSBHP017.
       COPY CSBHP018.
       COPY CSBHP019.
       COPY CSBHP020.
       COPY CSBHP021.
       COPY CSBHP023.
       COPY CSBHP024.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL001.
       COPY CSBHL074.
       COPY CSBHL075.
       COPY CSBHL076.
       COPY CSBHL077.
       COPY CSBHL078.
       COPY CSBHL080.
       COPY CSBHL081.
       COPY CSBHL082.
       COPY CSBHL083.
       COPY CSBHL084.
       COPY CSBHL085.
       COPY CSBHL087.
       COPY CSBHL088.
       COPY CSBHL089.
       COPY CSBHL092.
       COPY CSBHL093.
       COPY CSBHL095.
       COPY CSBHL098.
       COPY CSBHL099.
       COPY CSBHL100.
       COPY CSBHL103.
       COPY CSBHL104.
       COPY CSBHL105.
       COPY CSBHL106.
       COPY CSBHL109.
       COPY CSBHL110.
       COPY CSBHL113.
       COPY CSBHL116.
       COPY CSBHL117.
       COPY CSBHL120.
       COPY CSBHL121.
       COPY CSBHL122.
       COPY CSBHL123.
       COPY CSBHL124.
       COPY CSBHL126.
       COPY CSBHL127.
       COPY CSBHL128.
       COPY CSBHL129.
       COPY CSBHL130.
       COPY CSBHL999.
