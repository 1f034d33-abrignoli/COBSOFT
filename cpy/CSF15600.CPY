       fd   pd15600.

      *> Processos de importação: a declaração de importação (DI ou
      *> DUIMP) com Incoterm, moeda e taxa de câmbio da data do registro,
      *> os tributos do desembaraço e as despesas de nacionalização. Na
      *> nacionalização (CS40011C) tudo é rateado pelo valor aduaneiro
      *> dos itens (pd15700) até o custo médio, é emitida a NF-e de
      *> entrada própria (CFOP 3xxx) e gerado o título do exportador em
      *> moeda estrangeira.
       01   f15600-processo-importacao.
            03 f15600-cd-empresa                   pic 9(03).
            03 f15600-cd-filial                    pic 9(04).
            03 f15600-nr-processo                  pic 9(09).
            03 f15600-tipo-declaracao              pic x(01).
               88 f15600-declaracao-di                 value "D".
               88 f15600-declaracao-duimp              value "U".
            03 f15600-nr-declaracao                pic x(15).
            03 f15600-data-registro                pic 9(08).
            03 f15600-data-desembaraco             pic 9(08).
            03 f15600-cd-fornecedor                pic 9(09).
            03 f15600-cd-incoterm                  pic x(03).
            03 f15600-cd-moeda                     pic x(03).
            03 f15600-taxa-cambio                  pic 9(03)v9(06).
            03 f15600-valor-fob-moeda              pic 9(11)v9(02).
            03 f15600-frete-internacional-moeda    pic 9(09)v9(02).
            03 f15600-seguro-internacional-moeda   pic 9(09)v9(02).
            03 f15600-valor-fatura-moeda           pic 9(11)v9(02).
            03 f15600-valor-aduaneiro              pic 9(11)v9(02).
            03 f15600-valor-ii                     pic 9(09)v9(02).
            03 f15600-valor-ipi                    pic 9(09)v9(02).
            03 f15600-valor-pis                    pic 9(09)v9(02).
            03 f15600-valor-cofins                 pic 9(09)v9(02).
            03 f15600-aliq-icms                    pic 9(02)v9(02).
            03 f15600-base-icms                    pic 9(11)v9(02).
            03 f15600-valor-icms                   pic 9(09)v9(02).
            03 f15600-valor-siscomex               pic 9(09)v9(02).
            03 f15600-valor-despachante            pic 9(09)v9(02).
            03 f15600-valor-frete-nacional         pic 9(09)v9(02).
            03 f15600-valor-outras-despesas        pic 9(09)v9(02).
            03 f15600-valor-custo-total            pic 9(11)v9(02).
            03 f15600-cd-deposito                  pic 9(04).
            03 f15600-data-vencimento-fatura       pic 9(08).
            03 f15600-nr-itens                     pic 9(03).
            03 f15600-numero-nf                    pic 9(09).
            03 f15600-serie-nf                     pic x(03).
            03 f15600-data-nacionalizacao          pic 9(08).
            03 f15600-id-usuario                   pic x(11).
            03 f15600-id-status                    pic x(01).
               88 f15600-processo-digitado             value "D".
               88 f15600-processo-nacionalizado        value "N".
               88 f15600-processo-cancelado            value "C".
            03 filler                               pic x(30).
