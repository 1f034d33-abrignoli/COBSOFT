       fd   pd20300.

      *> Embalagem retornável que acompanha o produto vendido (CS10061C):
      *> a cada qtde-produto vendida vão qtde-embalagem unidades da
      *> embalagem, arredondando para cima (ex.: 1 pallet a cada 60
      *> caixas de bebida, 1 cilindro por carga de gás).
       01   f20300-vinculo-embalagem.
            03 f20300-cd-empresa                   pic 9(03).
            03 f20300-cd-filial                    pic 9(04).
            03 f20300-cd-produto                   pic 9(09).
            03 f20300-cd-embalagem                 pic 9(09).
            03 f20300-qtde-produto                 pic 9(07)v9(04).
            03 f20300-qtde-embalagem               pic 9(05).
            03 f20300-id-status                    pic x(01).
               88 f20300-vinculo-ativo                 value "A".
               88 f20300-vinculo-inativo               value "I".
            03 f20300-id-usuario                   pic x(11).
            03 f20300-data-alteracao               pic 9(08).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f20300-controle-versao.
               05 f20300-nr-versao                 pic 9(06).
               05 f20300-data-versao               pic 9(08).
               05 f20300-hora-versao               pic 9(06).
               05 f20300-id-usuario-versao         pic x(11).
               05 f20300-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
