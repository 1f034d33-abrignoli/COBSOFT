       fd   pd19100.

      *> Motoristas da frota própria (CS30042C). O MDF-e (CS30018C)
      *> recusa motorista inativo ou com a CNH vencida.
       01   f19100-motorista.
            03 f19100-cd-empresa                   pic 9(03).
            03 f19100-cd-filial                    pic 9(04).
            03 f19100-cpf-motorista                pic 9(11).
            03 f19100-nome-motorista               pic x(55).
            03 f19100-nr-cnh                       pic x(11).
            03 f19100-categoria-cnh                pic x(02).
            03 f19100-data-validade-cnh            pic 9(08).
            03 f19100-id-status                    pic x(01).
               88 f19100-motorista-ativo               value "A".
               88 f19100-motorista-inativo             value "I".
            03 f19100-id-usuario                   pic x(11).
            03 filler                               pic x(20).
