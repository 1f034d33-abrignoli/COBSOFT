       fd   pd15500.

      *> Histórico mensal da PDD por título: provisão calculada na
      *> competência e a da competência anterior, para a movimentação
      *> (N nova, M mantida/ajustada, R revertida por recebimento ou
      *> mudança de faixa, B baixada contra a provisão por perda em
      *> CS50001C). Gravado pelo CS00140S.
       01   f15500-pdd-titulo.
            03 f15500-cd-empresa                   pic 9(03).
            03 f15500-cd-filial                    pic 9(04).
            03 f15500-ano-mes                      pic 9(06).
            03 f15500-cd-cliente                   pic 9(09).
            03 f15500-numero-documento             pic 9(09).
            03 f15500-nr-parcela                   pic 9(02).
            03 f15500-id-status-cliente            pic x(01).
            03 f15500-data-vencimento              pic 9(08).
            03 f15500-dias-atraso                  pic s9(05).
            03 f15500-saldo-titulo                 pic 9(09)v9(02).
            03 f15500-perc-provisao                pic 9(03)v9(02).
            03 f15500-valor-provisao               pic 9(09)v9(02).
            03 f15500-valor-provisao-anterior      pic 9(09)v9(02).
            03 f15500-id-movimento                 pic x(01).
               88 f15500-provisao-nova                 value "N".
               88 f15500-provisao-mantida              value "M".
               88 f15500-provisao-revertida            value "R".
               88 f15500-provisao-baixada-perda        value "B".
            03 filler                               pic x(20).
