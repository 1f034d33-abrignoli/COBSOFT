       fd   pd16200.

      *> Equipamento emprestado a cliente (CS30034C), uma linha por
      *> unidade/série da NF-e de remessa: comodato (CFOP 5908) ou
      *> demonstração (CFOP 5912), com a data prevista de retorno e o
      *> custo médio da saída. A unidade volta por nota de entrada
      *> (retorno) ou é convertida em venda.
       01   f16200-emprestimo-equipamento.
            03 f16200-cd-empresa                   pic 9(03).
            03 f16200-cd-filial                    pic 9(04).
            03 f16200-numero-doc-remessa           pic 9(09).
            03 f16200-serie-doc-remessa            pic x(03).
            03 f16200-cd-produto                   pic 9(09).
            03 f16200-nr-serie                     pic x(20).
            03 f16200-cd-cliente                   pic 9(09).
            03 f16200-tipo-emprestimo              pic x(01).
               88 f16200-comodato                      value "C".
               88 f16200-demonstracao                  value "D".
            03 f16200-cd-deposito                  pic 9(04).
            03 f16200-data-remessa                 pic 9(08).
            03 f16200-data-prevista-retorno        pic 9(08).
            03 f16200-custo-unitario               pic 9(09)v9(04).
            03 f16200-id-status                    pic x(01).
               88 f16200-em-cliente                    value "A".
               88 f16200-devolvido                     value "D".
               88 f16200-convertido-venda              value "V".
            03 f16200-data-baixa                   pic 9(08).
            03 f16200-numero-doc-baixa             pic 9(09).
            03 f16200-serie-doc-baixa              pic x(03).
            03 filler                               pic x(20).
