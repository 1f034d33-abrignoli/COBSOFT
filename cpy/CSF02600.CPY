            03 f02600-valor-desconto-concedido       pic 9(09)v9(02).
            03 f02600-etapa-cobranca                 pic 9(02).
            03 f02600-data-etapa-cobranca            pic 9(08).
            03 f02600-id-desconto                    pic x(01).
               88 f02600-titulo-descontado              value "D".
      *> Título de exportação: valor da parcela em reais pela taxa da
      *> nota; a diferença para a taxa do fechamento do câmbio é
      *> variação cambial apurada na baixa (CS50001C)
            03 f02600-cd-moeda                       pic x(03).
               88 f02600-moeda-nacional                 value spaces "BRL".
            03 f02600-taxa-cambio                    pic 9(03)v9(06).
            03 f02600-valor-moeda                    pic 9(11)v9(02).
