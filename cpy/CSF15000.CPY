       fd   pd15000.

      *> Títulos a receber (pd02600) quitados por cheque em custódia,
      *> com o valor aplicado em cada um - base para reabrir os títulos
      *> na devolução e quitá-los de novo na reapresentação.
       01   f15000-titulo-cheque.
            03 f15000-cd-empresa                   pic 9(03).
            03 f15000-cd-filial                    pic 9(04).
            03 f15000-nr-custodia                  pic 9(09).
            03 f15000-nr-sequencia                 pic 9(02).
            03 f15000-cd-cliente                   pic 9(09).
            03 f15000-numero-documento             pic 9(09).
            03 f15000-nr-parcela                   pic 9(02).
            03 f15000-valor-aplicado               pic 9(09)v9(02).
            03 filler                               pic x(20).
