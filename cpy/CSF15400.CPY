       fd   pd15400.

      *> Regras da provisão para devedores duvidosos (PDD): percentual
      *> do saldo em aberto provisionado por situação do cliente (A
      *> ativo, I inativo, B bloqueado; espaço vale para qualquer
      *> situação sem regra própria) e faixa de atraso - a regra vale
      *> até f15400-dias-atraso-ate dias vencidos (0 = a vencer, 99999
      *> = acima da última faixa). Mantido pelo CS10053C, aplicado no
      *> fechamento mensal CS00140S.
       01   f15400-regra-pdd.
            03 f15400-cd-empresa                   pic 9(03).
            03 f15400-cd-filial                    pic 9(04).
            03 f15400-id-status-cliente            pic x(01).
            03 f15400-dias-atraso-ate              pic 9(05).
            03 f15400-perc-provisao                pic 9(03)v9(02).
            03 f15400-id-status                    pic x(01).
               88 f15400-regra-ativa                   value "A".
               88 f15400-regra-inativa                 value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f15400-controle-versao.
               05 f15400-nr-versao                 pic 9(06).
               05 f15400-data-versao               pic 9(08).
               05 f15400-hora-versao               pic 9(06).
               05 f15400-id-usuario-versao         pic x(11).
               05 f15400-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
