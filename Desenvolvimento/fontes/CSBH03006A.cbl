            move ws-data-vigencia-nova (5:2)       to fdprc-dt-vigencia-mes
            move ws-data-vigencia-nova (7:2)       to fdprc-dt-vigencia-dia
            move ws-valor-novo                     to fdprc-valor
            accept ws-data-inv                     from date yyyymmdd
            move ws-ano-inv                        to fdprc-dt-atualizacao-ano
            move ws-mes-inv                        to fdprc-dt-atualizacao-mes
            move ws-dia-inv                        to fdprc-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fdprc-hr-atualizacao-hora
            move ws-minutos                        to fdprc-hr-atualizacao-minuto
            move ws-segundos                       to fdprc-hr-atualizacao-segundo
            move este-programa                     to fdprc-job-origem
            perform 9000-gravar-CSBHD011
            if   ws-registro-existente
                 perform 9000-regravar-CSBHD011
