       fd   pd15800.

      *> Complemento do cliente estrangeiro (f01400-pessoa-estrangeira):
      *> sem CNPJ/CPF, IE nem CEP - país (pd00200), identificação fiscal
      *> do país de origem, endereço livre e a moeda padrão de faturamento.
      *> Mantido pelo CS10012C e lido na emissão (CS30003C/CS00106S).
       01   f15800-cliente-exterior.
            03 f15800-cd-empresa                   pic 9(03).
            03 f15800-cd-filial                    pic 9(04).
            03 f15800-cd-cliente                   pic 9(09).
            03 f15800-id-pais                      pic 9(09).
            03 f15800-nr-id-fiscal                 pic x(20).
            03 f15800-endereco                     pic x(55).
            03 f15800-nr-endereco                  pic x(10).
            03 f15800-cidade                       pic x(55).
            03 f15800-regiao                       pic x(30).
            03 f15800-codigo-postal                pic x(12).
            03 f15800-cd-moeda                     pic x(03).
            03 filler                              pic x(30).
