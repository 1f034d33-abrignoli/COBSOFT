       fd   pd15300.

      *> Títulos do borderô de desconto (pd15200), com o boleto
      *> (nosso-número em pd02900) e os encargos calculados por título.
      *> Liquidado: o sacado pagou o banco; recomprado: o banco devolveu
      *> o título e debitou o valor na conta da empresa.
       01   f15300-titulo-descontado.
            03 f15300-cd-empresa                   pic 9(03).
            03 f15300-cd-filial                    pic 9(04).
            03 f15300-nr-bordero                   pic 9(09).
            03 f15300-nr-sequencia                 pic 9(03).
            03 f15300-nosso-numero                 pic 9(11).
            03 f15300-cd-cliente                   pic 9(09).
            03 f15300-numero-documento             pic 9(09).
            03 f15300-nr-parcela                   pic 9(02).
            03 f15300-data-vencimento              pic 9(08).
            03 f15300-valor-titulo                 pic 9(09)v9(02).
            03 f15300-nr-dias                      pic 9(04).
            03 f15300-valor-juros                  pic 9(09)v9(02).
            03 f15300-valor-iof                    pic 9(09)v9(02).
            03 f15300-data-situacao                pic 9(08).
            03 f15300-id-situacao                  pic x(01).
               88 f15300-titulo-em-aberto              value "D".
               88 f15300-titulo-liquidado              value "L".
               88 f15300-titulo-recomprado             value "R".
            03 filler                               pic x(20).
