            03 f06200-id-status                     pic x(01).
               88 f06200-tabela-ativa                   value "A".
               88 f06200-tabela-inativa                 value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f06200-controle-versao.
               05 f06200-nr-versao                  pic 9(06).
               05 f06200-data-versao                pic 9(08).
               05 f06200-hora-versao                pic 9(06).
               05 f06200-id-usuario-versao          pic x(11).
               05 f06200-cd-programa-versao         pic x(08).
            03 filler                                pic x(20).
