       fd   pd17600.

      *> Componentes congelados de uma revisão da estrutura (pd17500)
       01   f17600-componente-revisao.
            03 f17600-cd-empresa                   pic 9(03).
            03 f17600-cd-filial                    pic 9(04).
            03 f17600-cd-produto                   pic 9(09).
            03 f17600-nr-revisao                   pic 9(04).
            03 f17600-cd-material                  pic 9(09).
            03 f17600-qtde-componente              pic 9(06)v9(04).
            03 filler                               pic x(20).
