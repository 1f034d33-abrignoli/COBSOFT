                           perform 9000-abortar
                      end-if

                      perform 9000-excluir-pd01900
                      add 1                         to ws-nr-movimentos

                 end-if
                           perform 9000-abortar
                      end-if

                      perform 9000-excluir-pd05000
                      add 1                         to ws-nr-notas

                 end-if
                      perform 9000-abortar
                 end-if

                 perform 9000-excluir-pd05100
                 add 1                              to ws-nr-itens

                 perform 9000-ler-pd05100-nex
                           perform 9000-abortar
                      end-if

                      perform 9000-excluir-pd06800
                      add 1                         to ws-nr-movimentos

                 end-if
                           perform 9000-abortar
                      end-if

                      perform 9000-excluir-pd06900
                      add 1                         to ws-nr-notas

                 end-if
                      perform 9000-abortar
                 end-if

                 perform 9000-excluir-pd07000
                 add 1                              to ws-nr-itens

                 perform 9000-ler-pd07000-nex
