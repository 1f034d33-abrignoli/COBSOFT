       fd   pd18100.

      *> Peças consumidas na ordem de manutenção (CS60011C): saída do
      *> estoque com o motivo informado (pd04200) ao custo médio do
      *> momento; o valor soma no custo de peças da ordem.
       01   f18100-peca-manutencao.
            03 f18100-cd-empresa                   pic 9(03).
            03 f18100-cd-filial                    pic 9(04).
            03 f18100-nr-ordem-manutencao          pic 9(09).
            03 f18100-nr-sequencia                 pic 9(03).
            03 f18100-cd-produto                   pic 9(09).
            03 f18100-cd-deposito                  pic 9(04).
            03 f18100-qtde-consumida               pic 9(09)v9(04).
            03 f18100-custo-unitario               pic 9(09)v9(04).
            03 f18100-valor-custo                  pic 9(11)v9(02).
            03 f18100-cd-motivo                    pic 9(03).
            03 f18100-data-consumo                 pic 9(08).
            03 f18100-id-usuario                   pic x(11).
            03 filler                               pic x(20).
