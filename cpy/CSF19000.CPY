       fd   pd19000.

      *> Veículos da frota própria (CS30041C). O MDF-e (CS30018C) só
      *> aceita veículo ativo, com licenciamento em dia e capacidade
      *> para o peso do embarque; o odômetro é atualizado pelos
      *> lançamentos de abastecimento e manutenção (pd19200).
       01   f19000-veiculo.
            03 f19000-cd-empresa                   pic 9(03).
            03 f19000-cd-filial                    pic 9(04).
            03 f19000-placa-veiculo                pic x(07).
            03 f19000-renavam                      pic x(11).
            03 f19000-ds-veiculo                   pic x(40).
            03 f19000-ano-fabricacao               pic 9(04).
            03 f19000-capacidade-kg                pic 9(09)v9(04).
            03 f19000-tara-kg                      pic 9(09)v9(04).
            03 f19000-uf-licenciamento             pic x(02).
            03 f19000-data-vencimento-licenc       pic 9(08).
            03 f19000-odometro-atual               pic 9(09).
            03 f19000-id-status                    pic x(01).
               88 f19000-veiculo-ativo                 value "A".
               88 f19000-veiculo-inativo               value "I".
            03 f19000-id-usuario                   pic x(11).
            03 filler                               pic x(20).
