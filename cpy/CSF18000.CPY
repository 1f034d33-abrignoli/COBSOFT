       fd   pd18000.

      *> Ordem de manutenção do equipamento (CS60011C): preventiva
      *> (ligada a um plano de pd17900) ou corretiva (quebra). O
      *> período de parada (previsto na abertura, real no
      *> encerramento) tira a capacidade do equipamento da carga-
      *> máquina (CS60009S); as peças saem do estoque por motivo
      *> (pd18100). Base do MTBF/MTTR e do custo mensal (CS60012S).
       01   f18000-ordem-manutencao.
            03 f18000-cd-empresa                   pic 9(03).
            03 f18000-cd-filial                    pic 9(04).
            03 f18000-nr-ordem-manutencao          pic 9(09).
            03 f18000-cd-equipamento               pic 9(06).
            03 f18000-cd-centro-trabalho           pic 9(04).
            03 f18000-tipo-manutencao              pic x(01).
               88 f18000-manutencao-preventiva         value "P".
               88 f18000-manutencao-corretiva          value "C".
            03 f18000-nr-plano                     pic 9(03).
            03 f18000-ds-servico                   pic x(55).
            03 f18000-data-abertura                pic 9(08).
            03 f18000-id-usuario-abertura          pic x(11).
            03 f18000-data-inicio-parada           pic 9(08).
            03 f18000-hora-inicio-parada           pic 9(04).
            03 f18000-data-fim-parada              pic 9(08).
            03 f18000-hora-fim-parada              pic 9(04).
            03 f18000-horas-parada                 pic 9(05)v9(02).
            03 f18000-valor-pecas                  pic 9(11)v9(02).
            03 f18000-valor-mao-obra               pic 9(09)v9(02).
            03 f18000-data-encerramento            pic 9(08).
            03 f18000-id-usuario-encerramento      pic x(11).
            03 f18000-id-status                    pic x(01).
               88 f18000-ordem-aberta                  value "A".
               88 f18000-ordem-encerrada               value "E".
               88 f18000-ordem-cancelada               value "C".
            03 filler                               pic x(20).
