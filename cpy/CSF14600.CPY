       fd   pd14600.

      *> Compensações do adiantamento (pd14500) contra títulos do
      *> parceiro - a receber (pd02600) ou a pagar (pd02700). Situação
      *> R = reservado para o documento cujos títulos ainda não existem
      *> (nota do fornecedor recebida, contas a pagar por lançar);
      *> E = reserva efetivada nos títulos; B = baixado no título.
       01   f14600-compensacao-adiantamento.
            03 f14600-cd-empresa                   pic 9(03).
            03 f14600-cd-filial                    pic 9(04).
            03 f14600-tipo-parceiro                pic x(01).
            03 f14600-cd-parceiro                  pic 9(09).
            03 f14600-nr-adiantamento              pic 9(06).
            03 f14600-nr-sequencia                 pic 9(03).
            03 f14600-numero-documento             pic 9(09).
            03 f14600-nr-parcela                   pic 9(02).
            03 f14600-valor-compensado             pic 9(09)v9(02).
            03 f14600-data-compensacao             pic 9(08).
            03 f14600-id-usuario                   pic x(11).
            03 f14600-ds-origem                    pic x(08).
            03 f14600-id-situacao                  pic x(01).
               88 f14600-compensacao-reservada         value "R".
               88 f14600-reserva-efetivada             value "E".
               88 f14600-compensacao-baixada           value "B".
            03 filler                               pic x(20).
