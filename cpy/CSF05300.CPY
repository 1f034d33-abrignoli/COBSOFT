            03 f05300-id-status                     pic x(01).
               88 f05300-vendedor-ativo                 value "A".
               88 f05300-vendedor-inativo               value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f05300-controle-versao.
               05 f05300-nr-versao                  pic 9(06).
               05 f05300-data-versao                pic 9(08).
               05 f05300-hora-versao                pic 9(06).
               05 f05300-id-usuario-versao          pic x(11).
               05 f05300-cd-programa-versao         pic x(08).
            03 filler                                pic x(20).
