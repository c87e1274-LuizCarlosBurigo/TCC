*>
*>Campos de trabalho dos parametros de negocio (CSBHD130), usados
*>pelas secoes de CSBHP025. Para cada limite o programa preenche o
*>nome do parametro e o padrao dele proprio (a constante que vigorava
*>antes do cadastro) e executa 9860; a secao devolve o valor em vigor
*>para a empresa/filial da execucao, de onde ele veio, e acumula
*>"NOME=valor" em ws-par-eco para o cabecalho do relatorio ou para o
*>tracelog do job - quem le a saida sabe com que limite ela foi feita.
       78  c025-copy-id                             value "CSBHW0025".
       01  ws025-campos-parametro.
           03 ws-par-cd-parametro        pic x(30)          value spaces.
           03 ws-par-vl-padrao           pic s9(11)v99      value zeroes.
           03 ws-par-vl-parametro        pic s9(11)v99      value zeroes.
           03 ws-par-origem              pic x(01)          value spaces.
              88 ws-par-origem-filial                       value "F".
              88 ws-par-origem-empresa                      value "E".
              88 ws-par-origem-geral                        value "G".
              88 ws-par-origem-padrao                       value "P".
           03 ws-par-vl-inteiro          pic s9(11)         value zeroes.
           03 ws-par-vl-editado          pic x(16)          value spaces.
           03 ws-par-vl-ed-decimal       redefines
              ws-par-vl-editado          pic -(12)9.99.
           03 ws-par-vl-ed-inteiro       redefines
              ws-par-vl-editado.
              05 ws-par-vl-ed-int        pic -(12)9.
              05 filler                  pic x(03).
           03 ws-par-ind-inicio          pic 9(02)          value zeroes.
           03 ws-par-ptr-eco             pic 9(03)          value 1.
           03 ws-par-eco                 pic x(250)         value spaces.
              *>"Parametros: NOME=valor ..." - o sufixo (F)/(E)/(G)
              *>marca valor de filial, empresa ou geral; sem sufixo e
              *>o padrao do programa.
