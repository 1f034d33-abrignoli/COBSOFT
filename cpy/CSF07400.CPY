               88 f07400-feriado-municipal             value "M".
               88 f07400-sabado-util                   value "U".
            03 f07400-ds-calendario                pic x(55).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f07400-controle-versao.
               05 f07400-nr-versao                 pic 9(06).
               05 f07400-data-versao               pic 9(08).
               05 f07400-hora-versao               pic 9(06).
               05 f07400-id-usuario-versao         pic x(11).
               05 f07400-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
