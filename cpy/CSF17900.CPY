       fd   pd17900.

      *> Plano de manutenção preventiva do equipamento (CS60010C): por
      *> calendário (a cada N dias desde a última execução) ou por
      *> horas de uso (a cada N horas apontadas no centro do
      *> equipamento). O encerramento da ordem preventiva do plano
      *> (CS60011C) atualiza a última execução.
       01   f17900-plano-preventivo.
            03 f17900-cd-empresa                   pic 9(03).
            03 f17900-cd-filial                    pic 9(04).
            03 f17900-cd-equipamento               pic 9(06).
            03 f17900-nr-plano                     pic 9(03).
            03 f17900-ds-plano                     pic x(40).
            03 f17900-tipo-gatilho                 pic x(01).
               88 f17900-gatilho-calendario            value "C".
               88 f17900-gatilho-horas                 value "H".
            03 f17900-intervalo-dias               pic 9(04).
            03 f17900-intervalo-horas              pic 9(06).
            03 f17900-horas-parada-prevista        pic 9(03)v9(02).
            03 f17900-data-ultima-execucao         pic 9(08).
            03 f17900-horas-uso-ultima-execucao    pic 9(07)v9(02).
            03 f17900-id-status                    pic x(01).
               88 f17900-plano-ativo                   value "A".
               88 f17900-plano-inativo                 value "I".
            03 filler                               pic x(20).
