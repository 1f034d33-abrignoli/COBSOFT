       fd   pd15200.

      *> Borderôs de desconto de duplicatas (antecipação de recebíveis):
      *> o banco adianta o valor dos boletos a vencer, descontados juros,
      *> IOF e tarifas; o líquido entra na tesouraria na operação. Até o
      *> vencimento o valor bruto dos títulos em aberto é coobrigação da
      *> empresa com o banco (CS50031C; liquidação/recompra em CS50005S).
       01   f15200-bordero-desconto.
            03 f15200-cd-empresa                   pic 9(03).
            03 f15200-cd-filial                    pic 9(04).
            03 f15200-nr-bordero                   pic 9(09).
            03 f15200-cd-conta-banco               pic 9(03).
            03 f15200-data-operacao                pic 9(08).
            03 f15200-taxa-mensal                  pic 9(02)v9(04).
            03 f15200-nr-titulos                   pic 9(03).
            03 f15200-nr-titulos-pendentes         pic 9(03).
            03 f15200-valor-bruto                  pic 9(11)v9(02).
            03 f15200-valor-juros                  pic 9(09)v9(02).
            03 f15200-valor-iof                    pic 9(09)v9(02).
            03 f15200-valor-tarifas                pic 9(09)v9(02).
            03 f15200-valor-liquido                pic 9(11)v9(02).
            03 f15200-valor-liquidado              pic 9(11)v9(02).
            03 f15200-valor-recomprado             pic 9(11)v9(02).
            03 f15200-id-usuario                   pic x(11).
            03 f15200-id-status                    pic x(01).
               88 f15200-bordero-em-aberto             value "A".
               88 f15200-bordero-encerrado             value "E".
            03 filler                               pic x(30).
