       fd   pd19400.

      *> Última quantidade e último preço publicados por canal e
      *> produto: a publicação só envia o que mudou desde a rodada
      *> anterior. A carga total do canal (CS30044C) apaga estes
      *> registros e a rodada seguinte envia todo o cadastro.
       01   f19400-publicacao-canal.
            03 f19400-cd-empresa                   pic 9(03).
            03 f19400-cd-filial                    pic 9(04).
            03 f19400-cd-canal                     pic 9(03).
            03 f19400-cd-produto                   pic 9(09).
            03 f19400-qtde-publicada               pic 9(09)v9(04).
            03 f19400-vl-preco-publicado           pic 9(09)v9(02).
            03 f19400-data-publicacao              pic 9(08).
            03 f19400-hora-publicacao              pic 9(08).
            03 filler                               pic x(20).
