
       01   ws-tabela-itens-nota.
            03 ws-item-nota                        occurs 200 times.
               05 ws-in-registro                   pic x(385).

       01   f-unificacao.
            03 f-cd-sobrevivente                   pic 9(09).
                    until ws-ix-item > ws-nr-itens-nota

                 move ws-in-registro(ws-ix-item)    to f05100-item-nota-fiscal
                 perform 9000-excluir-pd05100

                 move f-cd-sobrevivente             to f05100-cd-destinatario
                 perform 9000-gravar-pd05100
                      exit perform
                 end-if

                 perform 9000-excluir-pd02600

                 move f-cd-sobrevivente             to f02600-cd-cliente
                 perform 9000-gravar-pd02600
                      exit perform
                 end-if

                 perform 9000-excluir-pd06400

                 move f-cd-sobrevivente             to f06400-cd-cliente
                 perform 2410-regravar-endereco
            move f05900-valor-vendido               to ws-valor-agregado
            move f05900-nr-notas                    to ws-notas-agregado

            perform 9000-excluir-pd05900
            add  1                                  to ws-nr-agregados-somados

            initialize                              f05900-estatistica-cliente
