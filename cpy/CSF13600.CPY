       fd   pd13600.

      *> Guias GNRE do ICMS-ST interestadual - uma por nota de saída
      *> com ST para UF onde a filial não tem inscrição de substituto
      *> (f08200-id-ie-substituto). Gravada na emissão (CS30003C) junto
      *> com o título a pagar na faixa reservada 960.000.000+; o lote
      *> XML é gerado pelo CS00133S para as notas já autorizadas.
      *> Cancelamento da nota cancela guia e título.
       01   f13600-guia-gnre.
            03 f13600-cd-empresa                   pic 9(03).
            03 f13600-cd-filial                    pic 9(04).
            03 f13600-numero-documento             pic 9(09).
            03 f13600-serie-documento              pic x(03).
            03 f13600-cd-destinatario              pic 9(09).
            03 f13600-uf-favorecida                pic x(02).
            03 f13600-cd-receita                   pic 9(06).
            03 f13600-valor-guia                   pic 9(09)v9(02).
            03 f13600-data-emissao                 pic 9(08).
            03 f13600-data-vencimento              pic 9(08).
            03 f13600-cd-fornecedor                pic 9(09).
            03 f13600-nr-titulo-pagar              pic 9(09).
            03 f13600-data-geracao-lote            pic 9(08).
            03 f13600-id-status                    pic x(01).
               88 f13600-guia-pendente                 value "P".
               88 f13600-guia-gerada                   value "G".
               88 f13600-guia-cancelada                value "C".
            03 filler                               pic x(20).
