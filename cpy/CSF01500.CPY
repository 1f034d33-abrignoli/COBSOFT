            03 f01500-nr-telefone-2                pic 9(14).
            03 f01500-nr-telefone-3                pic 9(14).
            03 f01500-email                        pic x(55).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f01500-controle-versao.
               05 f01500-nr-versao                 pic 9(06).
               05 f01500-data-versao               pic 9(08).
               05 f01500-hora-versao               pic 9(06).
               05 f01500-id-usuario-versao         pic x(11).
               05 f01500-cd-programa-versao        pic x(08).
