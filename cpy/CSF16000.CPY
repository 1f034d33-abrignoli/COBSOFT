       fd   pd16000.

      *> Saldo a entregar da venda para entrega futura: uma linha por
      *> produto da NF-e de simples faturamento (CFOP 5922/6922). As
      *> remessas (CFOP 5117/6117) referenciam o faturamento e somam a
      *> quantidade entregue; o saldo é faturada - entregue. Mantido pela
      *> emissão (CS30003C) e listado por cliente no CS30033S.
       01   f16000-saldo-entrega-futura.
            03 f16000-cd-empresa                   pic 9(03).
            03 f16000-cd-filial                    pic 9(04).
            03 f16000-numero-doc-faturamento       pic 9(09).
            03 f16000-serie-doc-faturamento        pic x(03).
            03 f16000-cd-produto                   pic 9(09).
            03 f16000-cd-cliente                   pic 9(09).
            03 f16000-data-faturamento             pic 9(08).
            03 f16000-qtde-faturada                pic 9(09)v9(04).
            03 f16000-qtde-entregue                pic 9(09)v9(04).
            03 f16000-valor-unitario               pic 9(09)v9(02).
            03 f16000-data-ultima-remessa          pic 9(08).
            03 f16000-id-status                    pic x(01).
               88 f16000-saldo-aberto                   value "A".
               88 f16000-saldo-encerrado                value "E".
               88 f16000-saldo-cancelado                value "C".
            03 filler                              pic x(20).
