       fd   pd14800.

      *> Títulos compensados no encontro de contas (pd14700): lado R
      *> (a receber, pd02600) ou P (a pagar, pd02700), com o saldo do
      *> título antes do encontro e o valor compensado nele.
       01   f14800-item-encontro.
            03 f14800-cd-empresa                   pic 9(03).
            03 f14800-cd-filial                    pic 9(04).
            03 f14800-nr-encontro                  pic 9(09).
            03 f14800-nr-sequencia                 pic 9(03).
            03 f14800-tipo-titulo                  pic x(01).
               88 f14800-titulo-receber                value "R".
               88 f14800-titulo-pagar                  value "P".
            03 f14800-cd-parceiro                  pic 9(09).
            03 f14800-numero-documento             pic 9(09).
            03 f14800-nr-parcela                   pic 9(02).
            03 f14800-serie-documento              pic x(03).
            03 f14800-data-vencimento              pic 9(08).
            03 f14800-saldo-anterior               pic 9(09)v9(02).
            03 f14800-valor-compensado             pic 9(09)v9(02).
            03 filler                               pic x(20).
