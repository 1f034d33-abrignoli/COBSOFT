       fd   pd13900.

      *> Ativo imobilizado: bem identificado pela plaqueta, com a nota de
      *> aquisição (entrada do CS40002C), centro de custo (pd09300), vida
      *> útil e taxa anual de depreciação linear. O ICMS destacado na
      *> aquisição, quando creditável, é apropriado pelo CIAP em 48
      *> parcelas mensais. Depreciação e CIAP de cada mês ficam em
      *> pd14000 (CS00136S); a baixa por venda ou perda apura o ganho
      *> ou a perda sobre o valor contábil. Mantido pelo CS10049C.
       01   f13900-bem-ativo.
            03 f13900-cd-empresa                   pic 9(03).
            03 f13900-cd-filial                    pic 9(04).
            03 f13900-cd-bem                       pic 9(09).
            03 f13900-nr-plaqueta                  pic x(15).
            03 f13900-ds-bem                       pic x(55).
            03 f13900-cd-centro                    pic 9(04).
            03 f13900-cd-fornecedor                pic 9(09).
            03 f13900-numero-nota                  pic 9(09).
            03 f13900-serie-nota                   pic x(03).
            03 f13900-sequencia-item-nota          pic 9(09).
            03 f13900-data-aquisicao               pic 9(08).
            03 f13900-valor-aquisicao              pic 9(11)v9(02).
            03 f13900-vida-util-meses              pic 9(03).
            03 f13900-taxa-depreciacao             pic 9(03)v9(02).
            03 f13900-valor-depreciado             pic 9(11)v9(02).
            03 f13900-ano-mes-depreciacao          pic 9(06).
            03 f13900-id-ciap                      pic x(01).
               88 f13900-com-ciap                      value "S".
               88 f13900-sem-ciap                      value "N".
            03 f13900-valor-icms-ciap              pic 9(09)v9(02).
            03 f13900-nr-parcelas-ciap             pic 9(02).
            03 f13900-valor-ciap-apropriado        pic 9(09)v9(02).
            03 f13900-data-baixa                   pic 9(08).
            03 f13900-tipo-baixa                   pic x(01).
               88 f13900-baixa-venda                   value "V".
               88 f13900-baixa-perda                   value "P".
            03 f13900-valor-venda                  pic 9(11)v9(02).
            03 f13900-valor-resultado-baixa        pic s9(11)v9(02).
            03 f13900-data-inclusao                pic 9(08).
            03 f13900-id-usuario                   pic x(11).
            03 f13900-id-status                    pic x(01).
               88 f13900-bem-em-uso                    value "A".
               88 f13900-bem-baixado                   value "B".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f13900-controle-versao.
               05 f13900-nr-versao                 pic 9(06).
               05 f13900-data-versao               pic 9(08).
               05 f13900-hora-versao               pic 9(06).
               05 f13900-id-usuario-versao         pic x(11).
               05 f13900-cd-programa-versao        pic x(08).
            03 filler                               pic x(30).
