            03 f05500-id-status                     pic x(01).
               88 f05500-condicao-ativa                 value "A".
               88 f05500-condicao-inativa               value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f05500-controle-versao.
               05 f05500-nr-versao                  pic 9(06).
               05 f05500-data-versao                pic 9(08).
               05 f05500-hora-versao                pic 9(06).
               05 f05500-id-usuario-versao          pic x(11).
               05 f05500-cd-programa-versao         pic x(08).
            03 filler                                pic x(20).
