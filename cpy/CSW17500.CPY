      *> Estrutura vigente de um produto (CSP17500): o chamador informa
      *> o produto e a data de referência e obtém a revisão; zero =
      *> produto sem revisão aprovada, vale a estrutura pd03300.
       01   ws-estrutura-vigente.
            03 ws-cd-produto-estrutura             pic 9(09).
            03 ws-data-estrutura                   pic 9(08).
            03 ws-nr-revisao-estrutura             pic 9(04).
