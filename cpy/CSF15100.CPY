       fd   pd15100.

      *> Boletos do DDA (Débito Direto Autorizado) conciliados com os
      *> títulos do contas a pagar (pd02700) - mesma chave do título,
      *> com o código de barras usado no pagamento pelo borderô
      *> (CS50016C). Importado pelo job DDAIMP (CS00139S).
       01   f15100-boleto-dda.
            03 f15100-cd-empresa                   pic 9(03).
            03 f15100-cd-filial                    pic 9(04).
            03 f15100-cd-fornecedor                pic 9(09).
            03 f15100-numero-documento             pic 9(09).
            03 f15100-nr-parcela                   pic 9(02).
            03 f15100-codigo-barras                pic x(44).
            03 f15100-cnpj-beneficiario            pic 9(14).
            03 f15100-nome-beneficiario            pic x(30).
            03 f15100-data-vencimento              pic 9(08).
            03 f15100-valor-boleto                 pic 9(09)v9(02).
            03 f15100-nr-documento-cedente         pic x(15).
            03 f15100-data-importacao              pic 9(08).
            03 filler                               pic x(20).
