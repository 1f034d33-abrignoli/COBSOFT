       fd   pd17800.

      *> Equipamento (máquina) de um centro de trabalho (CS60010C): o
      *> cadastro a que se prendem os planos de manutenção preventiva
      *> (pd17900) e as ordens de manutenção (pd18000). Horas de uso
      *> iniciais = horímetro na implantação; as horas seguintes vêm
      *> dos apontamentos de operação do centro (pd12200).
       01   f17800-equipamento.
            03 f17800-cd-empresa                   pic 9(03).
            03 f17800-cd-filial                    pic 9(04).
            03 f17800-cd-equipamento               pic 9(06).
            03 f17800-ds-equipamento               pic x(40).
            03 f17800-cd-centro-trabalho           pic 9(04).
            03 f17800-nr-patrimonio                pic x(20).
            03 f17800-nm-fabricante                pic x(30).
            03 f17800-data-instalacao              pic 9(08).
            03 f17800-horas-uso-inicial            pic 9(07)v9(02).
            03 f17800-id-status                    pic x(01).
               88 f17800-equipamento-ativo             value "A".
               88 f17800-equipamento-inativo           value "I".
            03 filler                               pic x(20).
