
      *> Tabela de frete por transportador e UF de destino, em faixas de
      *> peso (peso-ate = teto da faixa): valor por kg, cobrança mínima
      *> e percentual ad-valorem sobre o valor da mercadoria. A faixa
      *> vale a partir da data de início de vigência (zeros = desde
      *> sempre); as versões anteriores ficam em pd18800.
       01   f05200-tabela-frete.
            03 f05200-cd-empresa                   pic 9(03).
            03 f05200-cd-filial                    pic 9(04).
            03 f05200-id-status                     pic x(01).
               88 f05200-faixa-ativa                   value "A".
               88 f05200-faixa-inativa                 value "I".
            03 f05200-data-inicio-vigencia          pic 9(08).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f05200-controle-versao.
               05 f05200-nr-versao                  pic 9(06).
               05 f05200-data-versao                pic 9(08).
               05 f05200-hora-versao                pic 9(06).
               05 f05200-id-usuario-versao          pic x(11).
               05 f05200-cd-programa-versao         pic x(08).
            03 filler                                pic x(12).
