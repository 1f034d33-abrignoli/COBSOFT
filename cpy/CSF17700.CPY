       fd   pd17700.

      *> Capacidade do centro de trabalho (CS60008C): turnos, horas por
      *> turno, recursos em paralelo (máquinas/postos) e eficiência.
      *> Capacidade diária em horas = turnos x horas do turno x
      *> recursos x eficiência, só nos dias úteis do calendário
      *> comercial (CS00117S). A carga-máquina (CS60009S) compara as
      *> horas das operações das ordens e sugestões do MRP com ela.
       01   f17700-centro-trabalho.
            03 f17700-cd-empresa                   pic 9(03).
            03 f17700-cd-filial                    pic 9(04).
            03 f17700-cd-centro-trabalho           pic 9(04).
            03 f17700-ds-centro-trabalho           pic x(40).
            03 f17700-nr-turnos                    pic 9(01).
            03 f17700-horas-turno                  pic 9(02)v9(02).
            03 f17700-qtde-recursos                pic 9(03).
            03 f17700-perc-eficiencia              pic 9(03)v9(02).
            03 f17700-id-status                    pic x(01).
               88 f17700-centro-ativo                  value "A".
               88 f17700-centro-inativo                value "I".
            03 f17700-data-alteracao               pic 9(08).
            03 f17700-id-usuario-alteracao         pic x(11).
            03 filler                               pic x(20).
