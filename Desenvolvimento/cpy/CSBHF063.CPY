              88 fvol-situacao-embalado                       value "E".
              88 fvol-situacao-conferido                      value "C".
           03 fvol-data-conferencia               pic  9(08).
           03 fvol-cd-lpn                         pic  9(09).
              *>FK: flpn-cd-lpn (CSBHD109) - volume que e um palete
              *>inteiro, informado na coluna opcional de VOLUME.CSV;
              *>a conferencia de portao aceita a leitura do palete.
              *>Zero = volume avulso.
           03 fvol-tara-kg                        pic  9(03)v999.
              *>Tara da embalagem do volume (caixa, palete, filme),
              *>coluna opcional de VOLUME.CSV; entra no peso esperado
              *>da pesagem de portao (CSBH03042C).
           03 fvol-dt-atualizacao.
              05 fvol-dt-atualizacao-ano          pic  9(04).
              05 fvol-dt-atualizacao-mes          pic  9(02).
