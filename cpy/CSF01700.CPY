            03 f01700-id-status                     pic x(01).
               88 f01700-material-ativo                 value "A".
               88 f01700-material-inativo               value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f01700-controle-versao.
               05 f01700-nr-versao                  pic 9(06).
               05 f01700-data-versao                pic 9(08).
               05 f01700-hora-versao                pic 9(06).
               05 f01700-id-usuario-versao          pic x(11).
               05 f01700-cd-programa-versao         pic x(08).
