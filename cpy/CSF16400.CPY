       fd   pd16400.

      *> Valores dos eixos da grade (CS10054C): tamanhos ("T") e cores
      *> ("C") na ordem de apresentação da matriz de digitação.
       01   f16400-eixo-grade.
            03 f16400-cd-empresa                   pic 9(03).
            03 f16400-cd-filial                    pic 9(04).
            03 f16400-cd-grade                     pic 9(05).
            03 f16400-tipo-eixo                    pic x(01).
               88 f16400-eixo-tamanho                  value "T".
               88 f16400-eixo-cor                      value "C".
            03 f16400-sequencia                    pic 9(02).
            03 f16400-cd-valor                     pic x(06).
            03 f16400-descricao                    pic x(15).
            03 filler                               pic x(20).
