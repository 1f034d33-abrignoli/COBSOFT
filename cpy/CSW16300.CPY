      *> Matriz tamanho x cor do produto-pai em digitação: eixos da
      *> grade (pd16400), SKU de cada célula (pd16500) e a quantidade
      *> informada pelo operador. Carga e captura em CSP16300.
       01   ws-matriz-grade.
            03 ws-gr-cd-produto-pai                pic 9(09).
            03 ws-gr-cd-grade                      pic 9(05).
            03 ws-gr-nr-tamanhos                   pic 9(02).
            03 ws-gr-nr-cores                      pic 9(02).
            03 ws-gr-nr-skus                       pic 9(03).
            03 ws-gr-qtde-total                    pic 9(07).
            03 ws-gr-qtde-celula                   pic 9(05).
            03 ws-gr-ix-tamanho                    pic 9(02) comp.
            03 ws-gr-ix-cor                        pic 9(02) comp.
            03 ws-gr-nr-linha-inicial              pic 9(03).
            03 ws-gr-nr-linha-tela                 pic 9(03).
            03 ws-gr-nr-coluna-tela                pic 9(03).
            03 ws-gr-tamanho                       occurs 12 times.
               05 ws-gr-cd-tamanho                 pic x(06).
            03 ws-gr-cor                           occurs 08 times.
               05 ws-gr-cd-cor                     pic x(06).
            03 ws-gr-linha                         occurs 12 times.
               05 ws-gr-celula                     occurs 08 times.
                  07 ws-gr-cd-sku                  pic 9(09).
                  07 ws-gr-qtde                    pic 9(05).
