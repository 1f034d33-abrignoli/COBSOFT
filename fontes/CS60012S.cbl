      $set sourceformat"free"
       program-id. CS60012S.
      *>=================================================================================
      *>
      *>       Produção - Indicadores de Manutenção (MTBF/MTTR) e Custo - Mensal
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17800.cpy.
       copy CSS17700.cpy.
       copy CSS18000.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF17800.cpy.
       copy CSF17700.cpy.
       copy CSF18000.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS60012S".
       78   c-descricao-programa                   value "MANUTENCAO MENSAL".
       78   c-calendario-comercial                 value "CS00117S".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-rel                      pic 9(06).
            03 ws-data-dia                         pic 9(08).
            03 ws-nr-dia                           pic 9(02).
            03 ws-nr-ultimo-dia                    pic 9(02).
            03 ws-nr-dias-uteis                    pic 9(02).
            03 ws-nr-corretivas                    pic 9(05).
            03 ws-nr-preventivas                   pic 9(05).
            03 ws-horas-disponiveis                pic 9(07)v9(02).
            03 ws-horas-parada-total               pic 9(07)v9(02).
            03 ws-horas-parada-corretiva           pic 9(07)v9(02).
            03 ws-horas-funcionamento              pic 9(07)v9(02).
            03 ws-mtbf                             pic 9(07)v9(02).
            03 ws-mttr                             pic 9(07)v9(02).
            03 ws-custo-equipamento                pic 9(12)v9(02).
            03 ws-nr-equipamentos                  pic 9(06).

       01   ws-totais-mes.
            03 ws-tot-corretivas                   pic 9(06).
            03 ws-tot-preventivas                  pic 9(06).
            03 ws-tot-horas-parada                 pic 9(08)v9(02).
            03 ws-tot-horas-parada-corretiva       pic 9(08)v9(02).
            03 ws-tot-custo                        pic 9(13)v9(02).

       01   ws-campos-relatorio.
            03 ws-contador-x                       pic zzzz9.
            03 ws-horas-x                          pic zzz.zz9,99.
            03 ws-horas-2-x                        pic zzz.zz9,99.
            03 ws-mtbf-x                           pic x(10).
            03 ws-mttr-x                           pic x(10).
            03 ws-horas-indicador-x                pic zzz.zz9,99.
            03 ws-custo-x                          pic z.zzz.zzz.zzz.zz9,99.
            03 ws-contador-2-x                     pic zzzz9.

      *> Mesmo leiaute de lk-parametros-calendario em CS00117S
       01   lk-parametros-calendario.
            03 lk-cal-operacao                     pic x(01).
            03 lk-cal-data                         pic 9(08).
            03 lk-cal-data-resultado               pic 9(08).
            03 lk-cal-id-dia-util                  pic x(01).
               88 lk-cal-dia-util                      value "S".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD178.DAT" into wid-pd17800
            open input pd17800
            if   ws-arquivo-inexistente
                 open output pd17800
                 close pd17800
                 open input pd17800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD178.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD177.DAT" into wid-pd17700
            open input pd17700
            if   ws-arquivo-inexistente
                 open output pd17700
                 close pd17700
                 open input pd17700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD177.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD180.DAT" into wid-pd18000
            open input pd18000
            if   ws-arquivo-inexistente
                 open output pd18000
                 close pd18000
                 open input pd18000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD180.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-rel

            if   lnk-linha-comando(1:6) is numeric
                 move lnk-linha-comando(1:6)        to ws-ano-mes-rel
            end-if

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-rel              at line 27 col 29 with update auto-skip
            end-if

            initialize                              ws-totais-mes
            move zeros                              to ws-nr-equipamentos

            perform 1100-contar-dias-uteis

       exit.

      *>=================================================================================
      *> Dias úteis da competência pelo calendário comercial - base das
      *> horas disponíveis de cada equipamento.
       1100-contar-dias-uteis section.

            move 31                                 to ws-nr-ultimo-dia
            compute ws-data-dia = ws-ano-mes-rel * 100 + ws-nr-ultimo-dia
            perform until function test-date-yyyymmdd(ws-data-dia) equal zeros
                       or ws-nr-ultimo-dia less 28
                 subtract 1                         from ws-nr-ultimo-dia
                 compute ws-data-dia = ws-ano-mes-rel * 100 + ws-nr-ultimo-dia
            end-perform

            move zeros                              to ws-nr-dias-uteis

            perform varying ws-nr-dia from 1 by 1
                    until ws-nr-dia > ws-nr-ultimo-dia

                 initialize                         lk-parametros-calendario
                 move "V"                           to lk-cal-operacao
                 compute lk-cal-data = ws-ano-mes-rel * 100 + ws-nr-dia
                 move lk-parametros-calendario      to lnk-linha-comando

                 call c-calendario-comercial using lnk-par
                 cancel c-calendario-comercial

                 move lnk-linha-comando             to lk-parametros-calendario
                 move spaces                        to lnk-linha-comando
                 if   lk-cal-dia-util
                      add  1                        to ws-nr-dias-uteis
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Por equipamento, na competência:
      *>   falhas       = corretivas encerradas com início da parada no mês
      *>   MTTR         = horas paradas nas corretivas / falhas
      *>   disponível   = dias úteis x turnos x horas do turno do centro
      *>   MTBF         = (disponível - todas as horas paradas) / falhas
      *>   custo        = peças + mão de obra das ordens encerradas no mês
      *> Sem falha no mês, MTBF e MTTR saem em branco.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "INDICADORES DE MANUTENCAO E CUSTO POR EQUIPAMENTO - COMPETENCIA " ws-ano-mes-rel
                   " - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-dias-uteis                   to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "DIAS UTEIS NO MES: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "EQUIP. DESCRICAO                      CENTRO  CORR  PREV  H.DISPON.  H.PARADAS   MTBF (H)   MTTR (H)                CUSTO"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f17800-equipamento
            move lnk-cd-empresa                     to f17800-cd-empresa
            move lnk-cd-filial                      to f17800-cd-filial
            perform 9000-str-pd17800-grt
            perform 9000-ler-pd17800-nex

            perform until not ws-operacao-ok
                          or f17800-cd-empresa <> lnk-cd-empresa
                          or f17800-cd-filial  <> lnk-cd-filial

                 perform 2100-apurar-equipamento

                 perform 9000-ler-pd17800-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-corretivas                  to ws-contador-x
            move ws-tot-preventivas                 to ws-contador-2-x
            move ws-tot-horas-parada                to ws-horas-2-x
            move ws-tot-custo                       to ws-custo-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL                                        " ws-contador-x " "
                   ws-contador-2-x "            " ws-horas-2-x "                        "
                   ws-custo-x                       into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-tot-corretivas greater zeros
                 compute ws-mttr rounded = ws-tot-horas-parada-corretiva / ws-tot-corretivas
                 move ws-mttr                       to ws-horas-indicador-x
                 move spaces                        to rl-linha-relatorio
                 string "MTTR GERAL DA FILIAL (H): " ws-horas-indicador-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            move ws-nr-equipamentos                 to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "EQUIPAMENTOS LISTADOS: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            move ws-nr-equipamentos                 to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       2100-apurar-equipamento section.

            move zeros                              to ws-nr-corretivas
                                                       ws-nr-preventivas
                                                       ws-horas-parada-total
                                                       ws-horas-parada-corretiva
                                                       ws-custo-equipamento
                                                       ws-horas-disponiveis

            initialize                              f17700-centro-trabalho
            move lnk-cd-empresa                     to f17700-cd-empresa
            move lnk-cd-filial                      to f17700-cd-filial
            move f17800-cd-centro-trabalho          to f17700-cd-centro-trabalho
            perform 9000-ler-pd17700-ran
            if   ws-operacao-ok
                 compute ws-horas-disponiveis rounded =
                         ws-nr-dias-uteis * f17700-nr-turnos * f17700-horas-turno
            end-if

            initialize                              f18000-ordem-manutencao
            move lnk-cd-empresa                     to f18000-cd-empresa
            move lnk-cd-filial                      to f18000-cd-filial
            perform 9000-str-pd18000-grt
            perform 9000-ler-pd18000-nex

            perform until not ws-operacao-ok
                          or f18000-cd-empresa <> lnk-cd-empresa
                          or f18000-cd-filial  <> lnk-cd-filial

                 if   f18000-cd-equipamento equal f17800-cd-equipamento
                 and  f18000-ordem-encerrada
                      if   f18000-data-inicio-parada(1:6) equal ws-ano-mes-rel
                           add  f18000-horas-parada to ws-horas-parada-total
                           if   f18000-manutencao-corretiva
                                add  1              to ws-nr-corretivas
                                add  f18000-horas-parada to ws-horas-parada-corretiva
                           end-if
                      end-if
                      if   f18000-data-encerramento(1:6) equal ws-ano-mes-rel
                           add  f18000-valor-pecas  to ws-custo-equipamento
                           add  f18000-valor-mao-obra to ws-custo-equipamento
                           if   f18000-manutencao-preventiva
                                add  1              to ws-nr-preventivas
                           end-if
                      end-if
                 end-if

                 perform 9000-ler-pd18000-nex

            end-perform

            if   f17800-equipamento-inativo
            and  ws-nr-corretivas equal zeros
            and  ws-nr-preventivas equal zeros
            and  ws-custo-equipamento equal zeros
                 exit section
            end-if

            move spaces                             to ws-mtbf-x
                                                       ws-mttr-x
            if   ws-nr-corretivas greater zeros
                 if   ws-horas-disponiveis greater ws-horas-parada-total
                      compute ws-horas-funcionamento =
                              ws-horas-disponiveis - ws-horas-parada-total
                 else
                      move zeros                    to ws-horas-funcionamento
                 end-if
                 compute ws-mtbf rounded = ws-horas-funcionamento / ws-nr-corretivas
                 compute ws-mttr rounded = ws-horas-parada-corretiva / ws-nr-corretivas
                 move ws-mtbf                       to ws-horas-indicador-x
                 move ws-horas-indicador-x          to ws-mtbf-x
                 move ws-mttr                       to ws-horas-indicador-x
                 move ws-horas-indicador-x          to ws-mttr-x
            end-if

            move ws-nr-corretivas                   to ws-contador-x
            move ws-nr-preventivas                  to ws-contador-2-x
            move ws-horas-disponiveis               to ws-horas-x
            move ws-horas-parada-total              to ws-horas-2-x
            move ws-custo-equipamento               to ws-custo-x
            move spaces                             to rl-linha-relatorio
            string f17800-cd-equipamento " " f17800-ds-equipamento(1:30) " " f17800-cd-centro-trabalho
                   "  " ws-contador-x " " ws-contador-2-x " " ws-horas-x " " ws-horas-2-x
                   " " ws-mtbf-x " " ws-mttr-x " " ws-custo-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            add  1                                  to ws-nr-equipamentos
            add  ws-nr-corretivas                   to ws-tot-corretivas
            add  ws-nr-preventivas                  to ws-tot-preventivas
            add  ws-horas-parada-total              to ws-tot-horas-parada
            add  ws-horas-parada-corretiva          to ws-tot-horas-parada-corretiva
            add  ws-custo-equipamento               to ws-tot-custo

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd17800
            close pd17700
            close pd18000

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR17800.cpy.
       copy CSR17700.cpy.
       copy CSR18000.cpy.
