            03 f01400-tipo-pessoa                  pic x(01).
               88 f01400-pessoa-fisica                 value "F".
               88 f01400-pessoa-juridica               value "J".
      *> Estrangeiro: sem CNPJ/CPF (cgc zerado) nem IE - país, id fiscal
      *> e endereço ficam no complemento pd15800
               88 f01400-pessoa-estrangeira            value "E".
            03 f01400-cgc                          pic 9(14).
            03 f01400-ie                           pic x(11).
            03 f01400-id-logradouro                pic 9(09).
               88 f01400-cliente-bloqueado              value "B".
            03 f01400-nr-tabela-preco              pic 9(03).
            03 f01400-cd-cliente-unificado          pic 9(09).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f01400-controle-versao.
               05 f01400-nr-versao                 pic 9(06).
               05 f01400-data-versao               pic 9(08).
               05 f01400-hora-versao               pic 9(06).
               05 f01400-id-usuario-versao         pic x(11).
               05 f01400-cd-programa-versao        pic x(08).
            03 filler                               pic x(21).
