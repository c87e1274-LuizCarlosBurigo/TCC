      *>Fornecedor (CSBHD006), em substituição às posições fixas
      *>fetpt-telefone/fdfnc-telefone (occurs 4 times): cada parceiro pode
      *>ter quantos contatos precisar, um registro por contato, em vez de
      *>um limite fixo de 4. Tipo "C" guarda os telefones do Cliente
      *>(CSBHD013), com a cidade do cadastro do cliente.
      *>=====================================================================
       01  fctt-contato.
           03 fctt-chave-1.
              05 fctt-tipo-origem                 pic  x(01).
                 88 fctt-tipo-transportadora                  value "T".
                 88 fctt-tipo-fornecedor                       value "F".
                 88 fctt-tipo-cliente                          value "C".
              05 fctt-cd-origem                   pic  9(09).
                 *>FK: feisd-cd-transpordadora / fdfnc-cd-fornecedor /
                 *>    fdcli-cd-cliente
              05 fctt-cd-cidade-origem            pic  9(09).
                 *>FK: feisd-cd-cidade / fdfnc-cd-cidade / fdcli-cd-cidade
              05 fctt-cd-contato                  pic  9(02).
           03 fctt-tipo-telefone                  pic  x(01).
              88 fctt-telefone-comercial                      value "C".
