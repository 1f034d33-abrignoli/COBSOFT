               88 f04800-embarque-aberto               value "A".
               88 f04800-embarque-despachado           value "D".
               88 f04800-embarque-concluido            value "C".
      *>   envio do NOTFIS à transportadora no despacho (CS30039S)
            03 f04800-data-notfis                   pic 9(08).
            03 f04800-hora-notfis                   pic 9(04).
            03 filler                                pic x(08).
