       fd   pd14400.

      *> Cronograma de amortização do contrato (pd14300): uma linha por
      *> prestação, com o saldo devedor após o pagamento e a chave do
      *> título a pagar gerado (pd02700).
       01   f14400-parcela-emprestimo.
            03 f14400-cd-empresa                   pic 9(03).
            03 f14400-cd-filial                    pic 9(04).
            03 f14400-nr-contrato                  pic 9(04).
            03 f14400-nr-parcela                   pic 9(03).
            03 f14400-data-vencimento              pic 9(08).
            03 f14400-valor-amortizacao            pic 9(11)v9(02).
            03 f14400-valor-juros                  pic 9(11)v9(02).
            03 f14400-valor-prestacao              pic 9(11)v9(02).
            03 f14400-saldo-devedor                pic 9(11)v9(02).
            03 f14400-id-carencia                  pic x(01).
               88 f14400-parcela-carencia              value "S" false "N".
            03 f14400-cd-fornecedor-titulo         pic 9(09).
            03 f14400-nr-documento-titulo          pic 9(09).
            03 filler                               pic x(20).
