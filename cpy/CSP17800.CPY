      *>=================================================================================
      *> Rotinas Genéricas - Horas de uso do equipamento
      *>=================================================================================
      *> Horas de uso de ws-cd-equipamento-uso: horímetro inicial do
      *> cadastro + minutos reais (início/fim) das operações concluídas
      *> no centro do equipamento desde a instalação, divididos entre
      *> os equipamentos ativos do centro. Requer pd17800 e pd12200
      *> abertos; o registro do equipamento fica em f17800.
       9000-horas-uso-equipamento section.

            move zeros                              to ws-horas-uso
                                                       ws-nr-equipamentos-uso
                                                       ws-minutos-centro-uso

            initialize                              f17800-equipamento
            move lnk-cd-empresa                     to f17800-cd-empresa
            move lnk-cd-filial                      to f17800-cd-filial
            move ws-cd-equipamento-uso              to f17800-cd-equipamento
            perform 9000-ler-pd17800-ran
            if   not ws-operacao-ok
                 exit section
            end-if
            move f17800-cd-centro-trabalho          to ws-cd-centro-uso
            move f17800-data-instalacao             to ws-data-instalacao-uso

            initialize                              f17800-equipamento
            move lnk-cd-empresa                     to f17800-cd-empresa
            move lnk-cd-filial                      to f17800-cd-filial
            perform 9000-str-pd17800-grt
            perform 9000-ler-pd17800-nex

            perform until not ws-operacao-ok
                          or f17800-cd-empresa <> lnk-cd-empresa
                          or f17800-cd-filial  <> lnk-cd-filial

                 if   f17800-cd-centro-trabalho equal ws-cd-centro-uso
                 and  f17800-equipamento-ativo
                      add  1                        to ws-nr-equipamentos-uso
                 end-if

                 perform 9000-ler-pd17800-nex

            end-perform

            if   ws-nr-equipamentos-uso equal zeros
                 move 1                             to ws-nr-equipamentos-uso
            end-if

            initialize                              f12200-operacao-ordem
            move lnk-cd-empresa                     to f12200-cd-empresa
            move lnk-cd-filial                      to f12200-cd-filial
            perform 9000-str-pd12200-grt
            perform 9000-ler-pd12200-nex

            perform until not ws-operacao-ok
                          or f12200-cd-empresa <> lnk-cd-empresa
                          or f12200-cd-filial  <> lnk-cd-filial

                 if   f12200-operacao-concluida
                 and  f12200-cd-centro-trabalho equal ws-cd-centro-uso
                 and  f12200-data-fim not less ws-data-instalacao-uso
                 and  function test-date-yyyymmdd(f12200-data-inicio) equal zeros
                 and  function test-date-yyyymmdd(f12200-data-fim) equal zeros

                      move f12200-hora-fim          to ws-hora-fim-uso
                      move f12200-hora-inicio       to ws-hora-inicio-uso
                      compute ws-minutos-operacao-uso =
                              (function integer-of-date(f12200-data-fim)
                             - function integer-of-date(f12200-data-inicio))
                              * 1440
                            + (function numval(ws-hora-fim-uso(1:2)) * 60
                             + function numval(ws-hora-fim-uso(3:2)))
                            - (function numval(ws-hora-inicio-uso(1:2)) * 60
                             + function numval(ws-hora-inicio-uso(3:2)))
                      if   ws-minutos-operacao-uso greater zeros
                           add ws-minutos-operacao-uso to ws-minutos-centro-uso
                      end-if

                 end-if

                 perform 9000-ler-pd12200-nex

            end-perform

            initialize                              f17800-equipamento
            move lnk-cd-empresa                     to f17800-cd-empresa
            move lnk-cd-filial                      to f17800-cd-filial
            move ws-cd-equipamento-uso              to f17800-cd-equipamento
            perform 9000-ler-pd17800-ran

            compute ws-horas-uso rounded =
                    f17800-horas-uso-inicial
                  + ws-minutos-centro-uso / 60 / ws-nr-equipamentos-uso

            move "00"                               to ws-resultado-acesso

       exit.
