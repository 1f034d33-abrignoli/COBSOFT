       fd   pd17100.

      *> Promoção aberta a todos os clientes (CS10057C), com vigência por
      *> data e hora e filiais onde vale (todas zeradas = todas as
      *> filiais da empresa). Tipos: "P" percentual de desconto, "F"
      *> preço fixo, "L" leve X pague Y e "S" segunda unidade com Z% de
      *> desconto. Os produtos ficam em pd17200; a venda (CS30003C e
      *> CS30004C) aplica a melhor promoção elegível pelo CS00143S.
       01   f17100-promocao.
            03 f17100-cd-empresa                   pic 9(03).
            03 f17100-nr-promocao                  pic 9(06).
            03 f17100-descricao                    pic x(40).
            03 f17100-tipo-promocao                pic x(01).
               88 f17100-percentual                    value "P".
               88 f17100-preco-fixo                    value "F".
               88 f17100-leve-pague                    value "L".
               88 f17100-segunda-unidade               value "S".
            03 f17100-perc-desconto                pic 9(03)v9(02).
            03 f17100-vl-preco-fixo                pic 9(09)v9(02).
            03 f17100-qtde-leve                    pic 9(05).
            03 f17100-qtde-pague                   pic 9(05).
            03 f17100-data-inicio                  pic 9(08).
            03 f17100-hora-inicio                  pic 9(04).
            03 f17100-data-fim                     pic 9(08).
            03 f17100-hora-fim                     pic 9(04).
            03 f17100-filiais-validas.
               05 f17100-cd-filial-valida          pic 9(04) occurs 10 times.
            03 f17100-id-status                    pic x(01).
               88 f17100-promocao-ativa                value "A".
               88 f17100-promocao-inativa              value "I".
            03 f17100-data-alteracao               pic 9(08).
            03 f17100-id-usuario                   pic x(11).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f17100-controle-versao.
               05 f17100-nr-versao                 pic 9(06).
               05 f17100-data-versao               pic 9(08).
               05 f17100-hora-versao               pic 9(06).
               05 f17100-id-usuario-versao         pic x(11).
               05 f17100-cd-programa-versao        pic x(08).
            03 filler                              pic x(20).
