            03 f12500-id-status                    pic x(01).
               88 f12500-serie-em-estoque              value "E".
               88 f12500-serie-vendida                 value "V".
      *> Unidade emprestada a cliente (CS30034C) - volta a "E" no
      *> retorno ou passa a "V" na conversão em venda
               88 f12500-serie-em-comodato             value "C".
               88 f12500-serie-em-demonstracao         value "D".
            03 filler                               pic x(20).
