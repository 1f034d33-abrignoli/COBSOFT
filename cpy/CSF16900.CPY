       fd   pd16900.

      *> Regras de acúmulo do programa de fidelidade, por empresa
      *> (CS10056C): "G" pontos por real da regra geral, "C" pontos por
      *> real próprios de uma categoria de produto (substitui a geral) e
      *> "B" campanha de bônus - percentual a mais sobre os pontos, para
      *> todas as categorias (cd-categoria zerado) ou uma só. Datas
      *> zeradas = sem limite. Acúmulo e estorno em CS00142S.
       01   f16900-regra-fidelidade.
            03 f16900-cd-empresa                   pic 9(03).
            03 f16900-nr-regra                     pic 9(04).
            03 f16900-tipo-regra                   pic x(01).
               88 f16900-regra-geral                   value "G".
               88 f16900-regra-categoria               value "C".
               88 f16900-regra-campanha                value "B".
            03 f16900-descricao                    pic x(40).
            03 f16900-cd-categoria                 pic 9(09).
            03 f16900-pontos-por-real              pic 9(03)v9(02).
            03 f16900-percentual-bonus             pic 9(03)v9(02).
            03 f16900-data-inicio                  pic 9(08).
            03 f16900-data-fim                     pic 9(08).
            03 f16900-id-status                    pic x(01).
               88 f16900-regra-ativa                   value "A".
               88 f16900-regra-inativa                 value "I".
            03 f16900-data-alteracao               pic 9(08).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f16900-controle-versao.
               05 f16900-nr-versao                 pic 9(06).
               05 f16900-data-versao               pic 9(08).
               05 f16900-hora-versao               pic 9(06).
               05 f16900-id-usuario-versao         pic x(11).
               05 f16900-cd-programa-versao        pic x(08).
            03 filler                              pic x(20).
