       fd   pd14100.

      *> Plano de contas contábil: cada conta gerencial (f09100, mesmo
      *> código) recebe a classificação contábil (ex: 1.1.01.001, única
      *> na filial - a ordem do balancete), a natureza do saldo, o grupo
      *> do balanço e o código da conta no sistema do escritório
      *> contábil, usado na exportação dos lançamentos (CS00137S).
      *> Mantido pelo CS10050C.
       01   f14100-conta-contabil.
            03 f14100-cd-empresa                   pic 9(03).
            03 f14100-cd-filial                    pic 9(04).
            03 f14100-cd-conta                     pic 9(05).
            03 f14100-classificacao                pic x(20).
            03 f14100-ds-conta                     pic x(55).
            03 f14100-natureza                     pic x(01).
               88 f14100-natureza-devedora             value "D".
               88 f14100-natureza-credora              value "C".
            03 f14100-grupo-balanco                pic x(01).
               88 f14100-grupo-ativo                   value "A".
               88 f14100-grupo-passivo                 value "P".
               88 f14100-grupo-patrimonio              value "L".
               88 f14100-grupo-resultado               value "R".
            03 f14100-cd-conta-escritorio          pic x(20).
            03 f14100-data-inclusao                pic 9(08).
            03 f14100-id-usuario                   pic x(11).
            03 f14100-id-status                    pic x(01).
               88 f14100-conta-ativa                   value "A".
               88 f14100-conta-inativa                 value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f14100-controle-versao.
               05 f14100-nr-versao                 pic 9(06).
               05 f14100-data-versao               pic 9(08).
               05 f14100-hora-versao               pic 9(06).
               05 f14100-id-usuario-versao         pic x(11).
               05 f14100-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
