       fd   pd18700.

      *> Agendamentos de recebimento (CS40015C): entrega de um pedido
      *> de compra (pd03000) ou de uma programação de contrato de
      *> fornecimento (pd11700) marcada para uma janela de doca
      *> (pd18600), com volumes/paletes previstos e os horários reais
      *> de chegada (check-in) e saída (check-out). Chegada depois da
      *> janela ou sem agendamento gera ocorrência do fornecedor
      *> (pd11500) para o scorecard. Plano diário no CS40016S.
       01   f18700-agendamento-recebimento.
            03 f18700-cd-empresa                   pic 9(03).
            03 f18700-cd-filial                    pic 9(04).
            03 f18700-data-agendamento             pic 9(08).
            03 f18700-nr-agendamento               pic 9(09).
            03 f18700-cd-doca                      pic 9(02).
            03 f18700-hora-inicio                  pic 9(04).
            03 f18700-hora-fim                     pic 9(04).
            03 f18700-cd-fornecedor                pic 9(09).
            03 f18700-tipo-origem                  pic x(01).
               88 f18700-origem-pedido                 value "P".
               88 f18700-origem-programacao            value "E".
            03 f18700-nr-pedido                    pic 9(09).
            03 f18700-nr-contrato                  pic 9(09).
            03 f18700-cd-produto                   pic 9(09).
            03 f18700-ano-mes-programacao          pic 9(06).
            03 f18700-qtde-volumes                 pic 9(05).
            03 f18700-qtde-paletes                 pic 9(04).
            03 f18700-placa-veiculo                pic x(08).
            03 f18700-nm-motorista                 pic x(30).
            03 f18700-data-chegada                 pic 9(08).
            03 f18700-hora-chegada                 pic 9(04).
            03 f18700-hora-saida                   pic 9(04).
            03 f18700-id-agendado                  pic x(01).
               88 f18700-agendamento-previo            value "S".
               88 f18700-chegada-sem-agendamento       value "N".
            03 f18700-id-atraso                    pic x(01).
               88 f18700-chegada-atrasada              value "S".
               88 f18700-chegada-na-janela             value "N".
            03 f18700-id-usuario                   pic x(11).
            03 f18700-data-inclusao                pic 9(08).
            03 f18700-id-status                    pic x(01).
               88 f18700-agendamento-aberto            value "A".
               88 f18700-veiculo-em-doca               value "E".
               88 f18700-recebimento-finalizado        value "F".
               88 f18700-agendamento-cancelado         value "X".
            03 filler                               pic x(20).
