       fd   pd19200.

      *> Abastecimentos e manutenções dos veículos da frota própria
      *> (CS30043C), com a leitura do odômetro - base do custo por km e
      *> por entrega do CS30011S.
       01   f19200-lancamento-frota.
            03 f19200-cd-empresa                   pic 9(03).
            03 f19200-cd-filial                    pic 9(04).
            03 f19200-placa-veiculo                pic x(07).
            03 f19200-data-lancamento              pic 9(08).
            03 f19200-nr-sequencia                 pic 9(03).
            03 f19200-id-tipo-lancamento           pic x(01).
               88 f19200-abastecimento                 value "A".
               88 f19200-manutencao                    value "M".
            03 f19200-odometro                     pic 9(09).
            03 f19200-quantidade-litros            pic 9(05)v9(03).
            03 f19200-valor-lancamento             pic 9(09)v9(02).
            03 f19200-ds-lancamento                pic x(40).
            03 f19200-cpf-motorista                pic 9(11).
            03 f19200-id-usuario                   pic x(11).
            03 filler                               pic x(20).
