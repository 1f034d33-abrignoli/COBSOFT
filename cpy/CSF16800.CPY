       fd   pd16800.

      *> Formas de pagamento da nota (venda balcão CS30004C): uma linha
      *> por forma, com o valor entregue, o troco (só dinheiro) e a
      *> referência - NSU do TEF, identificador do PIX, número do vale
      *> ou pontos de fidelidade resgatados. Nota com mais de uma linha
      *> leva "M" em f05000-tipo-pagamento; o XML, a apuração do caixa
      *> e a conciliação de cartões leem as linhas.
       01   f16800-pagamento-nota.
            03 f16800-cd-empresa                   pic 9(03).
            03 f16800-cd-filial                    pic 9(04).
            03 f16800-tipo-nota                    pic 9(02).
            03 f16800-numero-documento             pic 9(09).
            03 f16800-serie-documento              pic x(03).
            03 f16800-nr-linha                     pic 9(02).
            03 f16800-forma-pagamento              pic x(01).
               88 f16800-pagamento-dinheiro            value "D".
               88 f16800-pagamento-cartao              value "C".
               88 f16800-pagamento-pix                 value "P".
               88 f16800-pagamento-vale                value "V".
               88 f16800-pagamento-pontos              value "R".
            03 f16800-valor-pagamento              pic 9(09)v9(02).
            03 f16800-valor-troco                  pic 9(09)v9(02).
            03 f16800-referencia                   pic x(36).
            03 f16800-nr-controle-tef              pic 9(09).
            03 f16800-bandeira                     pic x(20).
            03 f16800-cd-autorizacao               pic x(12).
            03 filler                               pic x(20).
