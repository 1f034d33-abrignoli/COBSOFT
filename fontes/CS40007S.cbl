            03 ws-nr-atrasadas                     pic 9(05).
            03 ws-nr-divergencias                  pic 9(05).
            03 ws-nr-devolucoes                    pic 9(05).
            03 ws-nr-reclamacoes                   pic 9(05).
            03 ws-nr-fora-janela                   pic 9(05).
            03 ws-perc-prazo                       pic 9(03)v9(02).
            03 ws-perc-prazo-x                     pic zz9,99.
            03 ws-variacao-media                   pic 9(03)v9(02).

      *>=================================================================================
      *> Scorecard por fornecedor da competência: percentual de
      *> entregas no prazo, divergências de conferência, devoluções e
      *> reclamações de clientes (ocorrências pd11500) mais a variação de preço entre pedidos
      *> do período (min/max por produto em pd03100). A nota parte de
      *> 100 e desconta: atraso (peso 0,5 sobre o % fora do prazo),
      *> 2 pontos por divergência ou por chegada à doca fora da janela
      *> ou sem agendamento, 5 por devolução ou reclamação e a
      *> variação média de preço.
       2000-processamento section.

            perform 9000-abrir-relatorio
                                add 1               to ws-nr-divergencias
                           when f11500-devolucao
                                add 1               to ws-nr-devolucoes
                           when f11500-reclamacao-cliente
                                add 1               to ws-nr-reclamacoes
                           when f11500-chegada-fora-janela
                           when f11500-chegada-sem-agendamento
                                add 1               to ws-nr-fora-janela
                      end-evaluate

                 end-if
            move zeros                              to ws-nr-atrasadas
            move zeros                              to ws-nr-divergencias
            move zeros                              to ws-nr-devolucoes
            move zeros                              to ws-nr-reclamacoes
            move zeros                              to ws-nr-fora-janela

       exit.

                  - ((100 - ws-perc-prazo) * 0,5)
                  - (ws-nr-divergencias * 2)
                  - (ws-nr-devolucoes * 5)
                  - (ws-nr-reclamacoes * 5)
                  - (ws-nr-fora-janela * 2)
                  - ws-variacao-media
            if   ws-nota-fornecedor less zeros
                 move zeros                         to ws-nota-fornecedor
                   " PRAZO " ws-perc-prazo-x "%"
                   " DIVERG " ws-nr-divergencias
                   " DEVOL " ws-nr-devolucoes
                   " RECL " ws-nr-reclamacoes
                   " DOCA " ws-nr-fora-janela
                   " VAR PRECO " ws-variacao-media-x "%"
                   " NOTA " ws-nota-fornecedor-x
                   into rl-linha-relatorio
