       fd   pd18600.

      *> Janelas de recebimento por doca da filial (CS40015C): faixa
      *> horária (HHMM) e capacidade em veículos e paletes - base dos
      *> agendamentos de entrega dos fornecedores (pd18700).
       01   f18600-janela-recebimento.
            03 f18600-cd-empresa                   pic 9(03).
            03 f18600-cd-filial                    pic 9(04).
            03 f18600-cd-doca                      pic 9(02).
            03 f18600-hora-inicio                  pic 9(04).
            03 f18600-hora-fim                     pic 9(04).
            03 f18600-ds-doca                      pic x(30).
            03 f18600-qtde-max-veiculos            pic 9(02).
            03 f18600-qtde-max-paletes             pic 9(04).
            03 f18600-id-status                    pic x(01).
               88 f18600-janela-ativa                  value "A".
               88 f18600-janela-inativa                value "I".
            03 filler                               pic x(20).
