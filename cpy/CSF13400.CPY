       fd   pd13400.

      *> Classificação tributária do IBS/CBS (cClassTrib da Reforma
      *> Tributária): CST, alíquotas de IBS estadual, IBS municipal e
      *> CBS e o percentual de redução de alíquota de cada código.
      *> O código é informado no produto (f01800) ou na natureza de
      *> operação (f08400) - a natureza prevalece; sem nenhum dos dois
      *> vale o parâmetro IBSCBS-CLASSTRIB (pd04700). Mantido pelo
      *> CS10046C.
       01   f13400-class-trib.
            03 f13400-cd-empresa                   pic 9(03).
            03 f13400-cd-filial                    pic 9(04).
            03 f13400-cd-class-trib                pic x(06).
            03 f13400-ds-class-trib                pic x(55).
            03 f13400-cst-ibs-cbs                  pic 9(03).
            03 f13400-aliq-ibs-uf                  pic 9(02)v9(04).
            03 f13400-aliq-ibs-mun                 pic 9(02)v9(04).
            03 f13400-aliq-cbs                     pic 9(02)v9(04).
            03 f13400-perc-reducao                 pic 9(03)v9(02).
            03 f13400-id-credito                   pic x(01).
               88 f13400-gera-credito                  value "S".
               88 f13400-nao-gera-credito              value "N".
            03 f13400-id-status                    pic x(01).
               88 f13400-class-trib-ativa              value "A".
               88 f13400-class-trib-inativa            value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f13400-controle-versao.
               05 f13400-nr-versao                 pic 9(06).
               05 f13400-data-versao               pic 9(08).
               05 f13400-hora-versao               pic 9(06).
               05 f13400-id-usuario-versao         pic x(11).
               05 f13400-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
