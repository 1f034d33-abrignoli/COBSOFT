       fd   pd16100.

      *> Mercadoria recebida em consignação de fornecedor, por
      *> fornecedor/produto (CS40012C): o recebimento põe o saldo no
      *> depósito de consignação (f06000 com propriedade de terceiros,
      *> fora da valorização do estoque próprio); cada venda por NF-e
      *> (CS30003C) acumula aqui a quantidade vendida a acertar; o
      *> acerto emite a devolução simbólica (CFOP 5919) e a compra
      *> (CFOP 1113) do vendido e gera o contas a pagar ao fornecedor.
       01   f16100-consignacao-fornecedor.
            03 f16100-cd-empresa                   pic 9(03).
            03 f16100-cd-filial                    pic 9(04).
            03 f16100-cd-fornecedor                pic 9(09).
            03 f16100-cd-produto                   pic 9(09).
            03 f16100-cd-deposito                  pic 9(04).
      *> Saldo em nosso poder ainda não acertado (inclui o vendido a
      *> acertar)
            03 f16100-qtde-consignada              pic s9(09)v9(04).
            03 f16100-qtde-vendida                 pic s9(09)v9(04).
            03 f16100-valor-unitario               pic 9(09)v9(06).
            03 f16100-numero-nf-remessa            pic 9(09).
            03 f16100-serie-nf-remessa             pic x(03).
            03 f16100-data-ultima-entrada          pic 9(08).
            03 f16100-data-ultimo-acerto           pic 9(08).
            03 f16100-valor-acertado               pic 9(11)v9(02).
            03 filler                               pic x(20).
