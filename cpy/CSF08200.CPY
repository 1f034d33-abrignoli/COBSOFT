      *> Alíquotas de ICMS por par de UF origem/destino, para o cálculo
      *> do diferencial de alíquota (DIFAL) nas vendas interestaduais a
      *> consumidor final: alíquota interestadual da operação e alíquota
      *> interna do estado de destino. Indica também se a filial tem
      *> inscrição de substituto tributário no destino - sem ela o
      *> ICMS-ST interestadual é recolhido por GNRE a cada nota.
      *> Mantido pelo CS10037C e lido na emissão (CS30003C).
       01   f08200-aliquota-uf.
            03 f08200-cd-empresa                   pic 9(03).
            03 f08200-cd-filial                    pic 9(04).
            03 f08200-id-status                    pic x(01).
               88 f08200-aliquota-ativa                value "A".
               88 f08200-aliquota-inativa              value "I".
            03 f08200-id-ie-substituto             pic x(01).
               88 f08200-com-ie-substituto             value "S".
               88 f08200-sem-ie-substituto             value "N".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f08200-controle-versao.
               05 f08200-nr-versao                 pic 9(06).
               05 f08200-data-versao               pic 9(08).
               05 f08200-hora-versao               pic 9(06).
               05 f08200-id-usuario-versao         pic x(11).
               05 f08200-cd-programa-versao        pic x(08).
            03 filler                               pic x(19).
