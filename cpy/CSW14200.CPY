      *> Situação da competência contábil de um lançamento em pd09200:
      *> o chamador informa o ano/mês e consulta o indicador.
       01   ws-periodo-contabil.
            03 ws-ano-mes-contabil                 pic 9(06).
            03 ws-id-periodo-contabil              pic x(01).
               88 ws-periodo-contabil-fechado          value "F" false "A".
