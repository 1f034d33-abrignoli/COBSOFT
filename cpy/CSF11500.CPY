               88 f11500-entrega-atrasada              value "A".
               88 f11500-divergencia-conferencia       value "D".
               88 f11500-devolucao                     value "V".
      *> Reclamação de cliente com causa em material do fornecedor
      *> (RNC analisada no CS20027C)
               88 f11500-reclamacao-cliente            value "R".
      *> Chegada à doca depois da janela agendada ou sem agendamento
      *> (check-in no CS40015C)
               88 f11500-chegada-fora-janela           value "J".
               88 f11500-chegada-sem-agendamento       value "N".
            03 f11500-nr-pedido                    pic 9(09).
            03 f11500-ds-ocorrencia                pic x(40).
            03 filler                               pic x(20).
