       fd   pd16300.

      *> Grade de tamanho x cor (CS10054C): definição reutilizável
      *> pelos produtos-pai de confecção e calçados; os valores de
      *> cada eixo ficam em pd16400.
       01   f16300-grade.
            03 f16300-cd-empresa                   pic 9(03).
            03 f16300-cd-filial                    pic 9(04).
            03 f16300-cd-grade                     pic 9(05).
            03 f16300-descricao                    pic x(40).
            03 f16300-id-status                    pic x(01).
               88 f16300-grade-ativa                   value "A".
               88 f16300-grade-inativa                 value "I".
            03 f16300-data-inclusao                pic 9(08).
            03 filler                               pic x(20).
