      *> IBS/CBS da emissão (Reforma Tributária): cClassTrib padrão
      *> da filial (parâmetro IBSCBS-CLASSTRIB), o da natureza de
      *> operação corrente e o resolvido para o item em cálculo.
       01   ws-ibs-cbs-emissao.
            03 ws-cd-class-trib-padrao             pic x(06).
            03 ws-cd-class-trib-natureza           pic x(06).
            03 ws-cd-class-trib-produto            pic x(06).
            03 ws-aliq-ibs-uf-efetiva              pic 9(02)v9(04).
            03 ws-aliq-ibs-mun-efetiva             pic 9(02)v9(04).
            03 ws-aliq-cbs-efetiva                 pic 9(02)v9(04).
