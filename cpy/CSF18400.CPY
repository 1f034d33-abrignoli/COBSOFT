       fd   pd18400.

      *> Pedido de ressarcimento de garantia ao fabricante, um por OS
      *> em garantia concluída (pd09900): peças aplicadas (pd10000) e
      *> mão de obra com as horas gastas, cobrados do fornecedor
      *> preferido do produto (pd03200). Gerado no CS70002C, enviado no
      *> arquivo de ressarcimentos por fornecedor (CS70003S); o valor
      *> aprovado vira crédito do fornecedor (adiantamento pd14500) a
      *> compensar no contas a pagar (CS50027C).
       01   f18400-ressarcimento-garantia.
            03 f18400-cd-empresa                   pic 9(03).
            03 f18400-cd-filial                    pic 9(04).
            03 f18400-nr-os                        pic 9(09).
            03 f18400-cd-fornecedor                pic 9(09).
            03 f18400-cd-produto                   pic 9(09).
            03 f18400-nr-serie                     pic x(20).
            03 f18400-ds-defeito                   pic x(55).
            03 f18400-horas-mao-obra               pic 9(03)v9(02).
            03 f18400-valor-mao-obra               pic 9(09)v9(02).
            03 f18400-valor-pecas                  pic 9(09)v9(02).
            03 f18400-valor-solicitado             pic 9(09)v9(02).
            03 f18400-data-geracao                 pic 9(08).
            03 f18400-id-usuario-geracao           pic x(11).
            03 f18400-data-envio                   pic 9(08).
            03 f18400-data-retorno                 pic 9(08).
            03 f18400-valor-aprovado               pic 9(09)v9(02).
            03 f18400-ds-retorno                   pic x(55).
            03 f18400-nr-adiantamento              pic 9(06).
            03 f18400-data-credito                 pic 9(08).
            03 f18400-id-usuario-retorno           pic x(11).
            03 f18400-id-status                    pic x(01).
               88 f18400-ressarcimento-pendente        value "P".
               88 f18400-ressarcimento-enviado         value "E".
               88 f18400-ressarcimento-aprovado        value "A".
               88 f18400-ressarcimento-negado          value "N".
               88 f18400-ressarcimento-creditado       value "C".
               88 f18400-ressarcimento-cancelado       value "X".
            03 filler                               pic x(20).
