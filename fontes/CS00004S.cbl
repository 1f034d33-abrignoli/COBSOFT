            display "08 - Movimentacao de Estoque por Motivo" at line ws-nr-linha col 04

            add 02                                  to ws-nr-linha
            display "09 - Custo Mensal de Frete (Transportadoras e Frota)" at line ws-nr-linha col 04

            add 02                                  to ws-nr-linha
            display "10 - Apuracao Mensal de Comissoes" at line ws-nr-linha col 04
