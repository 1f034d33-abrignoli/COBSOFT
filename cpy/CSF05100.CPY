            03 f05100-base-cofins                    pic 9(09)v9(02).
            03 f05100-aliq-cofins                    pic 9(02)v9(02).
            03 f05100-valor-cofins                   pic 9(09)v9(02).
            03 f05100-cd-class-trib                  pic x(06).
            03 f05100-cst-ibs-cbs                    pic 9(03).
            03 f05100-base-ibs-cbs                   pic 9(09)v9(02).
            03 f05100-aliq-ibs-uf                    pic 9(02)v9(04).
            03 f05100-valor-ibs-uf                   pic 9(09)v9(02).
            03 f05100-aliq-ibs-mun                   pic 9(02)v9(04).
            03 f05100-valor-ibs-mun                  pic 9(09)v9(02).
            03 f05100-aliq-cbs                       pic 9(02)v9(04).
            03 f05100-valor-cbs                      pic 9(09)v9(02).
            03 f05100-cest                           pic 9(07).
            03 f05100-mva-st                         pic 9(03)v9(02).
            03 f05100-base-icms-st                   pic 9(09)v9(02).
            03 f05100-aliq-icms-st                   pic 9(02)v9(02).
            03 f05100-valor-icms-st                  pic 9(09)v9(02).
      *> Promoção pd17100 que deu o preço do item (zero = sem promoção)
            03 f05100-nr-promocao                    pic 9(06).
            03 filler                                pic x(14).
