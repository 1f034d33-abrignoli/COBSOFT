       fd   pd14200.

      *> Períodos contábeis: competência fechada não aceita mais
      *> lançamento em pd09200 (fechamento diário, depreciação, baixa de
      *> bens). Fechamento e reabertura pelo CS10051C, que guarda os
      *> totais conferidos no fechamento - os mesmos do controle da
      *> exportação ao escritório contábil (CS00137S). Competência sem
      *> registro está aberta.
       01   f14200-periodo-contabil.
            03 f14200-cd-empresa                   pic 9(03).
            03 f14200-cd-filial                    pic 9(04).
            03 f14200-ano-mes                      pic 9(06).
            03 f14200-id-status                    pic x(01).
               88 f14200-periodo-fechado               value "F".
               88 f14200-periodo-reaberto              value "R".
            03 f14200-nr-lancamentos               pic 9(07).
            03 f14200-valor-total                  pic 9(13)v9(02).
            03 f14200-data-fechamento              pic 9(08).
            03 f14200-id-usuario-fechamento        pic x(11).
            03 f14200-data-reabertura              pic 9(08).
            03 f14200-id-usuario-reabertura        pic x(11).
            03 filler                               pic x(30).
