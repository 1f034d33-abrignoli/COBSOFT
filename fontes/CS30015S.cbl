                          or f05800-cd-empresa <> lnk-cd-empresa
                          or f05800-cd-filial  <> lnk-cd-filial

                 perform 9000-excluir-pd05800

                 perform 9000-ler-pd05800-nex

                          or f05900-cd-empresa <> lnk-cd-empresa
                          or f05900-cd-filial  <> lnk-cd-filial

                 perform 9000-excluir-pd05900

                 perform 9000-ler-pd05900-nex

