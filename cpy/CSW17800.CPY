      *> Horas de uso de um equipamento (CSP17800): o chamador informa
      *> o equipamento e obtém as horas iniciais do cadastro mais a
      *> sua parte das horas apontadas nas operações concluídas do
      *> centro de trabalho desde a instalação.
       01   ws-horas-uso-equipamento.
            03 ws-cd-equipamento-uso               pic 9(06).
            03 ws-horas-uso                        pic 9(07)v9(02).
            03 ws-cd-centro-uso                    pic 9(04).
            03 ws-data-instalacao-uso              pic 9(08).
            03 ws-nr-equipamentos-uso              pic 9(04).
            03 ws-minutos-centro-uso               pic 9(11).
            03 ws-minutos-operacao-uso             pic s9(09).
            03 ws-hora-inicio-uso                  pic x(06).
            03 ws-hora-fim-uso                     pic x(06).
