               88 f00700-empresa-ativa                 value "A".
               88 f00700-empresa-inativa               value "I".
               88 f00700-empresa-bloqueada             value "B".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f00700-controle-versao.
               05 f00700-nr-versao                 pic 9(06).
               05 f00700-data-versao               pic 9(08).
               05 f00700-hora-versao               pic 9(06).
               05 f00700-id-usuario-versao         pic x(11).
               05 f00700-cd-programa-versao        pic x(08).
      
