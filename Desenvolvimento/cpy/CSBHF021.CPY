           03 fcnt-situacao                       pic  x(01).
              88 fcnt-situacao-pendente                       value "P".
              88 fcnt-situacao-aprovada                       value "A".
           03 fcnt-custo-medio                    pic s9(09)v9(04).
              *>Custo medio unitario (CSBHD081) da filial aplicado ao
              *>movimento; zero = registro anterior ao campo.
           03 fcnt-dt-atualizacao.
              05 fcnt-dt-atualizacao-ano          pic  9(04).
              05 fcnt-dt-atualizacao-mes          pic  9(02).
