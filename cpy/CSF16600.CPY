       fd   pd16600.

      *> Produto vendido por peso (CS10042C): habilita a etiqueta de
      *> balança na venda balcão (CS30004C) e a carga de itens para as
      *> balanças da loja (CS10055S).
       01   f16600-produto-balanca.
            03 f16600-cd-empresa                   pic 9(03).
            03 f16600-cd-filial                    pic 9(04).
            03 f16600-cd-produto                   pic 9(09).
            03 f16600-id-status                    pic x(01).
               88 f16600-pesavel-ativo                 value "A".
               88 f16600-pesavel-inativo               value "I".
            03 f16600-dias-validade                pic 9(03).
            03 f16600-cd-departamento              pic 9(02).
            03 f16600-data-alteracao               pic 9(08).
            03 filler                               pic x(20).
