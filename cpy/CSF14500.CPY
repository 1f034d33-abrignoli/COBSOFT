       fd   pd14500.

      *> Adiantamentos de clientes (recebidos antes da entrega) e a
      *> fornecedores (pagos antes do recebimento), com a entrada ou
      *> saída lançada na tesouraria (pd09600). O valor compensado
      *> inclui o já baixado em títulos e o reservado para a nota do
      *> fornecedor cujos títulos ainda não foram lançados (pd14600).
       01   f14500-adiantamento.
            03 f14500-cd-empresa                   pic 9(03).
            03 f14500-cd-filial                    pic 9(04).
            03 f14500-tipo-parceiro                pic x(01).
               88 f14500-adiantamento-cliente          value "C".
               88 f14500-adiantamento-fornecedor       value "F".
            03 f14500-cd-parceiro                  pic 9(09).
            03 f14500-nr-adiantamento              pic 9(06).
            03 f14500-data-adiantamento            pic 9(08).
            03 f14500-valor-adiantamento           pic 9(09)v9(02).
            03 f14500-valor-compensado             pic 9(09)v9(02).
            03 f14500-cd-conta-banco               pic 9(03).
            03 f14500-ds-historico                 pic x(55).
            03 f14500-data-inclusao                pic 9(08).
            03 f14500-id-usuario                   pic x(11).
            03 f14500-data-ultima-compensacao      pic 9(08).
            03 f14500-id-status                    pic x(01).
               88 f14500-adiantamento-aberto           value "A".
               88 f14500-adiantamento-compensado       value "T".
               88 f14500-adiantamento-cancelado        value "C".
            03 filler                               pic x(30).
