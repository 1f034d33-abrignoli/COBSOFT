       fd   pd18500.

      *> Requisições internas de compra (CS40014C): qualquer usuário
      *> pede um produto, material ou item de descrição livre para um
      *> centro de custo (pd09300); o responsável pelo centro aprova
      *> contra o saldo do orçamento anual (pd09500 - realizado em
      *> pd09400 - requisições já aprovadas e ainda não compradas). As
      *> aprovadas formam a fila do comprador, que as junta numa
      *> cotação (CS40005C) ou num pedido de compra (CS40001C); cotação
      *> e pedido ficam gravados na requisição.
       01   f18500-requisicao-compra.
            03 f18500-cd-empresa                   pic 9(03).
            03 f18500-cd-filial                    pic 9(04).
            03 f18500-nr-requisicao                pic 9(09).
            03 f18500-tipo-item                    pic x(01).
               88 f18500-item-produto                  value "P".
               88 f18500-item-material                 value "M".
               88 f18500-item-descricao-livre          value "D".
            03 f18500-cd-item                      pic 9(09).
            03 f18500-descricao-item               pic x(55).
            03 f18500-quantidade                   pic 9(06)v9(04).
            03 f18500-valor-estimado               pic 9(09)v9(02).
            03 f18500-data-necessidade             pic 9(08).
            03 f18500-cd-centro                    pic 9(04).
            03 f18500-ds-justificativa             pic x(55).
            03 f18500-data-requisicao              pic 9(08).
            03 f18500-id-usuario-requisitante      pic x(11).
            03 f18500-data-aprovacao               pic 9(08).
            03 f18500-id-usuario-aprovador         pic x(11).
            03 f18500-ds-reprovacao                pic x(55).
            03 f18500-nr-cotacao                   pic 9(09).
            03 f18500-nr-pedido                    pic 9(09).
            03 f18500-sequencia-pedido             pic 9(04).
            03 f18500-data-atendimento             pic 9(08).
            03 f18500-id-usuario-comprador         pic x(11).
            03 f18500-id-status                    pic x(01).
               88 f18500-requisicao-pendente           value "P".
               88 f18500-requisicao-aprovada           value "A".
               88 f18500-requisicao-reprovada          value "R".
               88 f18500-requisicao-em-cotacao         value "Q".
               88 f18500-requisicao-atendida           value "C".
               88 f18500-requisicao-cancelada          value "X".
               88 f18500-requisicao-compromete-verba   value "A" "Q".
            03 filler                               pic x(20).
