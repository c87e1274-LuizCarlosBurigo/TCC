*>
*>Campos de trabalho da trilha de segregacao de funcoes (CSBHD127),
*>usados pela secao 9850-registra-atividade de CSBHP024. O programa
*>preenche a atividade (codigo de CSBHD128, ex.: RQCI requisicao
*>incluida), o documento no layout da chave do arquivo dele e o
*>operador que executou; operador em branco nao deixa trilha. Os
*>programas que pedem autorizacao de atividade ao CSBH03018A montam
*>o documento nas mesmas visoes, para a chave bater com a da trilha.
       78  c024-copy-id                             value "CSBHW0024".
       01  ws024-campos-atividade.
           03 ws-atv-chave.
              05 ws-atv-cd-atividade     pic x(04)  value spaces.
              05 ws-atv-documento        pic x(30)  value spaces.
              05 ws-atv-doc-filial       redefines
                 ws-atv-documento.
                 *>Requisicao (CSBHD053), titulo a pagar (CSBHD041) e
                 *>contagem (CSBHD021): empresa + filial + numero.
                 07 ws-atv-doc-cd-empresa
                                         pic 9(03).
                 07 ws-atv-doc-cd-filial pic 9(03).
                 07 ws-atv-doc-numero    pic 9(09).
                 07 filler               pic x(15).
              05 ws-atv-doc-cliente      redefines
                 ws-atv-documento.
                 *>Credito do cliente (CSBHD030 / CSBHD129).
                 07 ws-atv-doc-cd-cliente
                                         pic 9(09).
                 07 filler               pic x(21).
              05 ws-atv-cd-operador      pic x(08)  value spaces.
           03 ws-atv-ultima-chave        pic x(42)  value spaces.
              *>Ultima atividade registrada: as cargas mandam o mesmo
              *>documento linha a linha e so a primeira vai ao arquivo.
