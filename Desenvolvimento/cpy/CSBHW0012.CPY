*>
*>Campos de trabalho da resolucao de CFOP (natureza de operacao,
*>CSBHD077), usados pela secao 9700-resolve-cfop de CSBHP011. O
*>programa preenche o tipo de movimento, a empresa/filial emitente
*>e a cidade da outra ponta (cliente, fornecedor ou filial) antes de
*>executar a secao; o CFOP volta em ws-nat-cfop (zero = natureza sem
*>cadastro). A UF da filial fica guardada entre chamadas.
       78  c012-copy-id                             value "CSBHW0012".
       01  ws012-campos-natureza.
           03 ws-nat-tipo-movimento      pic x(03)  value spaces.
           03 ws-nat-cd-empresa          pic 9(03)  value zeroes.
           03 ws-nat-cd-filial           pic 9(03)  value zeroes.
           03 ws-nat-cd-cidade-destino   pic 9(09)  value zeroes.
           03 ws-nat-id-abrangencia      pic x(01)  value spaces.
              88 ws-nat-intraestadual               value "I".
              88 ws-nat-interestadual               value "E".
           03 ws-nat-cfop                pic 9(04)  value zeroes.
           03 ws-nat-uf-origem           pic x(09)  value spaces.
           03 ws-nat-uf-destino          pic x(09)  value spaces.
           03 ws-nat-cache-cd-empresa    pic 9(03)  value zeroes.
           03 ws-nat-cache-cd-filial     pic 9(03)  value zeroes.
           03 ws-nat-cache-uf            pic x(09)  value spaces.
