            03 f06000-qtde-minima                   pic 9(09)v9(04).
            03 f06000-qtde-maxima                   pic 9(09)v9(04).
            03 f06000-ponto-reposicao               pic 9(09)v9(04).
      *> Propriedade do saldo: mercadoria consignada por fornecedor
      *> (CS40012C) fica em depósito próprio marcado "T" e não entra na
      *> valorização do estoque (CS20005S)
            03 f06000-id-propriedade                 pic x(01).
               88 f06000-estoque-proprio                 value " " "P".
               88 f06000-estoque-terceiros               value "T".
