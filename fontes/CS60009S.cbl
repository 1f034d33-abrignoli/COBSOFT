      $set sourceformat"free"
       program-id. CS60009S.
      *>=================================================================================
      *>
      *>        Produção - Carga-Máquina (CRP) por Centro de Trabalho
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS03400.cpy.
       copy CSS12000.cpy.
       copy CSS12100.cpy.
       copy CSS12200.cpy.
       copy CSS17700.cpy.
       copy CSS04700.cpy.
       copy CSS18000.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF03400.cpy.
       copy CSF12000.cpy.
       copy CSF12100.cpy.
       copy CSF12200.cpy.
       copy CSF17700.cpy.
       copy CSF04700.cpy.
       copy CSF18000.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS60009S".
       78   c-descricao-programa                   value "CARGA MAQUINA".
       78   c-calendario-comercial                 value "CS00117S".
       78   c-max-centros                          value 99.
       78   c-max-semanas                          value 26.
       78   c-max-contribuicoes                    value 300.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-nr-dia-hoje                      pic 9(08).
            03 ws-nr-dia-inicio                    pic 9(08).
            03 ws-data-semana                      pic 9(08).
            03 ws-nr-semanas                       pic 9(02).
            03 ws-nr-dias-horizonte                pic 9(03).
            03 ws-ix-dia-hoje                      pic 9(03).
            03 ws-ix-dia                           pic 9(03) comp.
            03 ws-ix-semana                        pic 9(02) comp.
            03 ws-ix-centro                        pic 9(03) comp.
            03 ws-ix-contrib                       pic 9(03) comp.
            03 ws-nr-centros                       pic 9(03).
            03 ws-nr-contribuicoes                 pic 9(03).
            03 ws-nr-rodada                        pic 9(09).
            03 ws-nr-ordens                        pic 9(06).
            03 ws-nr-sugestoes                     pic 9(06).
            03 ws-nr-sobrecargas                   pic 9(06).
            03 ws-nr-centros-ignorados             pic 9(06).
            03 ws-cd-centro-operacao               pic 9(04).
            03 ws-horas-operacao                   pic 9(07)v9(04).
            03 ws-horas-alocar                     pic 9(07)v9(04).
            03 ws-ix-cursor                        pic 9(03).
            03 ws-id-passagem                      pic 9(01).
               88 ws-passagem-carga                     value 1.
               88 ws-passagem-detalhe                   value 2.
            03 ws-ds-origem                        pic x(03).
            03 ws-nr-documento                     pic 9(09).
            03 ws-nr-sequencia                     pic 9(05).
            03 ws-cd-produto                       pic 9(09).
            03 ws-nr-dia-parada                    pic 9(08).
            03 ws-nr-dia-fim-parada                pic 9(08).
            03 ws-nr-dia-ini-parada                pic 9(08).
            03 ws-horas-ini-parada                 pic 9(02)v9(04).
            03 ws-horas-fim-parada                 pic 9(02)v9(04).
            03 ws-horas-bloqueio                   pic 9(05)v9(04).
            03 ws-horas-recurso                    pic 9(05)v9(04).
            03 ws-nr-paradas                       pic 9(06).

       01   ws-campos-relatorio.
            03 ws-horas-x                          pic z.zzz.zz9,99.
            03 ws-horas-2-x                        pic z.zzz.zz9,99.
            03 ws-perc-ocupacao                    pic 9(05)v9(01).
            03 ws-perc-x                           pic zzzz9,9.
            03 ws-semana-x                         pic z9.
            03 ws-data-x                           pic x(10).
            03 ws-contador-x                       pic zzzzz9.
            03 ws-ds-situacao                      pic x(12).
            03 ws-ds-documento                     pic x(20).

      *> Dias do horizonte a partir da segunda-feira da semana corrente
      *> (dia útil conforme o calendário comercial)
       01   ws-tabela-dias.
            03 ws-dia                              occurs 182 times.
               05 ws-dia-id-util                   pic x(01).
                  88 ws-dia-util                       value "S" false "N".

      *> Centros com capacidade cadastrada ou com carga; a última
      *> semana (c-max-semanas + 1) acumula o que passa do horizonte
       01   ws-tabela-centros.
            03 ws-centro                           occurs 99 times.
               05 ws-cen-cd-centro                 pic 9(04).
               05 ws-cen-ds-centro                 pic x(40).
               05 ws-cen-horas-dia                 pic 9(05)v9(04).
               05 ws-cen-qtde-recursos             pic 9(03).
               05 ws-cen-horas-parada              pic 9(07)v9(04).
               05 ws-cen-id-cadastro               pic x(01).
                  88 ws-cen-cadastrado                 value "S" false "N".
               05 ws-cen-semana                    occurs 27 times.
                  07 ws-cen-capacidade             pic 9(07)v9(04).
                  07 ws-cen-carga                  pic 9(07)v9(04).

      *> Horas de uma ordem/sugestão por centro e semana - somadas ao
      *> quadro na primeira passagem, listadas na segunda quando a
      *> semana do centro ficou sobrecarregada
       01   ws-tabela-contribuicoes.
            03 ws-contrib                          occurs 300 times.
               05 ws-ctb-ix-centro                 pic 9(03).
               05 ws-ctb-semana                    pic 9(02).
               05 ws-ctb-horas                     pic 9(07)v9(04).

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

            perform 9000-abrir-i-pd03400
            perform 9000-abrir-i-pd04700

            string lnk-dat-path delimited   by "  " "\EFD120.DAT" into wid-pd12000
            open input pd12000
            if   ws-arquivo-inexistente
                 open output pd12000
                 close pd12000
                 open input pd12000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD120.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD121.DAT" into wid-pd12100
            open input pd12100
            if   ws-arquivo-inexistente
                 open output pd12100
                 close pd12100
                 open input pd12100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD121.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD122.DAT" into wid-pd12200
            open input pd12200
            if   ws-arquivo-inexistente
                 open output pd12200
                 close pd12200
                 open input pd12200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD122.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            initialize                              ws-tabela-dias
                                                    ws-tabela-centros
            move zeros                              to ws-nr-centros
                                                       ws-nr-ordens
                                                       ws-nr-sugestoes
                                                       ws-nr-sobrecargas
                                                       ws-nr-centros-ignorados
                                                       ws-nr-rodada
                                                       ws-nr-paradas

      *> Horizonte em semanas a partir da segunda-feira da semana
      *> corrente (o dia 1 do integer-of-date é uma segunda-feira)
            move 8                                  to ws-nr-semanas
            move "CRP-SEMANAS"                      to f04700-cd-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
            and  f04700-valor-numero not greater c-max-semanas
                 move f04700-valor-numero           to ws-nr-semanas
            end-if
            compute ws-nr-dias-horizonte = ws-nr-semanas * 7

            accept ws-data-hoje                     from date yyyymmdd
            compute ws-nr-dia-hoje = function integer-of-date(ws-data-hoje)
            compute ws-nr-dia-inicio =
                    ws-nr-dia-hoje - function mod(ws-nr-dia-hoje - 1 7)
            compute ws-ix-dia-hoje = ws-nr-dia-hoje - ws-nr-dia-inicio + 1

            perform 1100-carregar-calendario
            perform 1200-carregar-centros
            perform 1300-bloquear-paradas

       exit.

      *>=================================================================================
      *> Dias passados da semana corrente não têm capacidade - a carga
      *> começa hoje.
       1100-carregar-calendario section.

            perform varying ws-ix-dia from 1 by 1
                    until ws-ix-dia > ws-nr-dias-horizonte

                 set  ws-dia-util(ws-ix-dia)        to false

                 if   ws-ix-dia not less ws-ix-dia-hoje
                      initialize                    lk-parametros-calendario
                      move "V"                      to lk-cal-operacao
                      compute lk-cal-data =
                              function date-of-integer(ws-nr-dia-inicio + ws-ix-dia - 1)
                      move lk-parametros-calendario to lnk-linha-comando

                      call c-calendario-comercial using lnk-par
                      cancel c-calendario-comercial

                      move lnk-linha-comando        to lk-parametros-calendario
                      move spaces                   to lnk-linha-comando
                      if   lk-cal-dia-util
                           set ws-dia-util(ws-ix-dia) to true
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Capacidade diária = turnos x horas do turno x recursos x
      *> eficiência; centro inativo fica no quadro com capacidade zero.
       1200-carregar-centros section.

            initialize                              f17700-centro-trabalho
            move lnk-cd-empresa                     to f17700-cd-empresa
            move lnk-cd-filial                      to f17700-cd-filial
            perform 9000-str-pd17700-grt
            perform 9000-ler-pd17700-nex

            perform until not ws-operacao-ok
                          or f17700-cd-empresa <> lnk-cd-empresa
                          or f17700-cd-filial  <> lnk-cd-filial

                 if   ws-nr-centros less c-max-centros
                      add  1                        to ws-nr-centros
                      move ws-nr-centros            to ws-ix-centro
                      move f17700-cd-centro-trabalho
                                                    to ws-cen-cd-centro(ws-ix-centro)
                      move f17700-ds-centro-trabalho
                                                    to ws-cen-ds-centro(ws-ix-centro)
                      set  ws-cen-cadastrado(ws-ix-centro) to true
                      move zeros                    to ws-cen-horas-dia(ws-ix-centro)
                      move f17700-qtde-recursos     to ws-cen-qtde-recursos(ws-ix-centro)
                      if   f17700-centro-ativo
                           compute ws-cen-horas-dia(ws-ix-centro) rounded =
                                   f17700-nr-turnos * f17700-horas-turno
                                   * f17700-qtde-recursos
                                   * f17700-perc-eficiencia / 100
                      end-if
                      perform 1210-capacidade-semanas
                 end-if

                 perform 9000-ler-pd17700-nex

            end-perform

       exit.

      *>=================================================================================
       1210-capacidade-semanas section.

            perform varying ws-ix-dia from 1 by 1
                    until ws-ix-dia > ws-nr-dias-horizonte
                 if   ws-dia-util(ws-ix-dia)
                      compute ws-ix-semana = (ws-ix-dia - 1) / 7 + 1
                      add  ws-cen-horas-dia(ws-ix-centro)
                           to ws-cen-capacidade(ws-ix-centro ws-ix-semana)
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Paradas de manutenção (CS60011C) não canceladas que ainda não
      *> terminaram tiram capacidade do centro: em cada dia útil do
      *> horizonte coberto pela parada sai a parcela de um recurso
      *> (horas/dia / recursos), limitada às horas paradas naquele dia.
      *> Ordem aberta usa o período previsto; encerrada, o real.
       1300-bloquear-paradas section.

            initialize                              f18000-ordem-manutencao
            move lnk-cd-empresa                     to f18000-cd-empresa
            move lnk-cd-filial                      to f18000-cd-filial
            perform 9000-str-pd18000-grt
            perform 9000-ler-pd18000-nex

            perform until not ws-operacao-ok
                          or f18000-cd-empresa <> lnk-cd-empresa
                          or f18000-cd-filial  <> lnk-cd-filial

                 if   not f18000-ordem-cancelada
                 and  f18000-data-inicio-parada greater zeros
                 and  f18000-data-fim-parada not less ws-data-hoje
                      move f18000-cd-centro-trabalho to ws-cd-centro-operacao
                      perform varying ws-ix-centro from 1 by 1
                              until ws-ix-centro > ws-nr-centros
                           if   ws-cen-cd-centro(ws-ix-centro) equal ws-cd-centro-operacao
                                exit perform
                           end-if
                      end-perform
                      if   ws-ix-centro not greater ws-nr-centros
                      and  ws-cen-horas-dia(ws-ix-centro) greater zeros
                           add  1                   to ws-nr-paradas
                           perform 1310-bloquear-dias-parada
                      end-if
                 end-if

                 perform 9000-ler-pd18000-nex

            end-perform

       exit.

      *>=================================================================================
       1310-bloquear-dias-parada section.

            if   ws-cen-qtde-recursos(ws-ix-centro) greater zeros
                 compute ws-horas-recurso rounded =
                         ws-cen-horas-dia(ws-ix-centro) / ws-cen-qtde-recursos(ws-ix-centro)
            else
                 move ws-cen-horas-dia(ws-ix-centro) to ws-horas-recurso
            end-if

            compute ws-nr-dia-ini-parada =
                    function integer-of-date(f18000-data-inicio-parada)
            compute ws-nr-dia-fim-parada =
                    function integer-of-date(f18000-data-fim-parada)
            compute ws-horas-ini-parada rounded =
                    function integer(f18000-hora-inicio-parada / 100)
                  + function mod(f18000-hora-inicio-parada 100) / 60
            compute ws-horas-fim-parada rounded =
                    function integer(f18000-hora-fim-parada / 100)
                  + function mod(f18000-hora-fim-parada 100) / 60

            perform varying ws-nr-dia-parada from ws-nr-dia-ini-parada by 1
                    until ws-nr-dia-parada > ws-nr-dia-fim-parada

                 if   ws-nr-dia-parada less ws-nr-dia-hoje
                      exit perform cycle
                 end-if
                 if   ws-nr-dia-parada - ws-nr-dia-inicio + 1 > ws-nr-dias-horizonte
                      exit perform
                 end-if
                 compute ws-ix-dia = ws-nr-dia-parada - ws-nr-dia-inicio + 1
                 if   not ws-dia-util(ws-ix-dia)
                      exit perform cycle
                 end-if

                 evaluate true
                     when ws-nr-dia-parada equal ws-nr-dia-ini-parada
                     and  ws-nr-dia-parada equal ws-nr-dia-fim-parada
                          compute ws-horas-bloqueio = ws-horas-fim-parada - ws-horas-ini-parada
                     when ws-nr-dia-parada equal ws-nr-dia-ini-parada
                          compute ws-horas-bloqueio = 24 - ws-horas-ini-parada
                     when ws-nr-dia-parada equal ws-nr-dia-fim-parada
                          move ws-horas-fim-parada  to ws-horas-bloqueio
                     when other
                          move 24                   to ws-horas-bloqueio
                 end-evaluate
                 if   ws-horas-bloqueio greater ws-horas-recurso
                      move ws-horas-recurso         to ws-horas-bloqueio
                 end-if

                 compute ws-ix-semana = (ws-ix-dia - 1) / 7 + 1
                 if   ws-horas-bloqueio greater ws-cen-capacidade(ws-ix-centro ws-ix-semana)
                      move ws-cen-capacidade(ws-ix-centro ws-ix-semana) to ws-horas-bloqueio
                 end-if
                 subtract ws-horas-bloqueio         from ws-cen-capacidade(ws-ix-centro ws-ix-semana)
                 add  ws-horas-bloqueio             to ws-cen-horas-parada(ws-ix-centro)

            end-perform

       exit.

      *>=================================================================================
      *> Carregamento infinito para a frente: cada ordem aberta (e cada
      *> sugestão de produção proposta na última rodada do MRP) começa
      *> hoje e percorre as operações na sequência do roteiro; cada
      *> operação ocupa a capacidade diária do seu centro até esgotar o
      *> tempo padrão, e a seguinte começa onde ela terminou. A carga
      *> não empurra outras ordens - a sobrecarga aparece no quadro.
       2000-processamento section.

            set  ws-passagem-carga                  to true
            perform 2100-carregar-ordens
            perform 2200-carregar-sugestoes

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "CARGA-MAQUINA X CAPACIDADE POR CENTRO DE TRABALHO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial " EM " ws-data-hoje(7:2) "/" ws-data-hoje(5:2)
                   "/" ws-data-hoje(1:4)            into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            move ws-nr-semanas                      to ws-semana-x
            string "HORIZONTE DE " ws-semana-x " SEMANAS - ORDENS ABERTAS E SUGESTOES DA RODADA MRP "
                   ws-nr-rodada                     into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 2300-imprimir-quadro

            if   ws-nr-sobrecargas greater zeros
                 move spaces                        to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move "ORDENS E SUGESTOES NAS SEMANAS SOBRECARREGADAS"
                                                    to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move "CENTRO SEMANA ORIGEM DOCUMENTO            PRODUTO          HORAS"
                                                    to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 set  ws-passagem-detalhe           to true
                 perform 2100-carregar-ordens
                 perform 2200-carregar-sugestoes
            end-if

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-ordens                       to ws-contador-x
            string "ORDENS ABERTAS CARREGADAS.....: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-sugestoes                    to ws-contador-x
            string "SUGESTOES MRP CARREGADAS......: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-sobrecargas                  to ws-contador-x
            string "SEMANAS-CENTRO SOBRECARREGADAS: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-paradas                      to ws-contador-x
            string "PARADAS DE MANUTENCAO NO QUADRO: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            if   ws-nr-centros-ignorados greater zeros
                 move ws-nr-centros-ignorados       to ws-contador-x
                 string "OPERACOES IGNORADAS (LIMITE DE CENTROS): " ws-contador-x
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            perform 9000-fechar-relatorio

            if   ws-nr-sobrecargas greater zeros
            or   ws-nr-centros-ignorados greater zeros
                 set  lnk-com-warning               to true
            end-if

            move ws-nr-sobrecargas                  to lnk-nr-registros-lote

       exit.

      *>=================================================================================
      *> Ordens abertas: operações ainda não concluídas (pendentes ou em
      *> andamento) da ordem, com o tempo padrão copiado do roteiro.
       2100-carregar-ordens section.

            initialize                              f03400-ordem-producao
            move lnk-cd-empresa                     to f03400-cd-empresa
            move lnk-cd-filial                      to f03400-cd-filial
            perform 9000-str-pd03400-grt
            perform 9000-ler-pd03400-nex

            perform until not ws-operacao-ok
                          or f03400-cd-empresa <> lnk-cd-empresa
                          or f03400-cd-filial  <> lnk-cd-filial

                 if   f03400-ordem-aberta
                      perform 2110-carregar-operacoes-ordem
                 end-if

                 perform 9000-ler-pd03400-nex

            end-perform

       exit.

      *>=================================================================================
       2110-carregar-operacoes-ordem section.

            move zeros                              to ws-nr-contribuicoes
            move ws-ix-dia-hoje                     to ws-ix-cursor

            initialize                              f12200-operacao-ordem
            move lnk-cd-empresa                     to f12200-cd-empresa
            move lnk-cd-filial                      to f12200-cd-filial
            move f03400-nr-ordem                    to f12200-nr-ordem
            perform 9000-str-pd12200-grt
            perform 9000-ler-pd12200-nex

            perform until not ws-operacao-ok
                          or f12200-cd-empresa <> lnk-cd-empresa
                          or f12200-cd-filial  <> lnk-cd-filial
                          or f12200-nr-ordem   <> f03400-nr-ordem

                 if   not f12200-operacao-concluida
                 and  f12200-tempo-padrao-minutos greater zeros
                      move f12200-cd-centro-trabalho to ws-cd-centro-operacao
                      compute ws-horas-operacao rounded =
                              f12200-tempo-padrao-minutos / 60
                      perform 2500-programar-operacao
                 end-if

                 perform 9000-ler-pd12200-nex

            end-perform

            if   ws-nr-contribuicoes greater zeros
                 move "OP"                          to ws-ds-origem
                 move f03400-nr-ordem               to ws-nr-documento
                 move zeros                         to ws-nr-sequencia
                 move f03400-cd-produto             to ws-cd-produto
                 perform 2600-registrar-contribuicoes
                 if   ws-passagem-carga
                      add  1                        to ws-nr-ordens
                 end-if
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Sugestões de produção ainda propostas da última rodada do MRP
      *> (as anteriores foram refeitas por ela), pelo roteiro ativo do
      *> produto.
       2200-carregar-sugestoes section.

            if   ws-passagem-carga
                 initialize                         f12000-sugestao-mrp
                 move lnk-cd-empresa                to f12000-cd-empresa
                 move lnk-cd-filial                 to f12000-cd-filial
                 move 999999999                     to f12000-nr-rodada
                 move 99999                         to f12000-nr-sequencia
                 perform 9000-str-pd12000-ngrt
                 perform 9000-ler-pd12000-pre
                 if   ws-operacao-ok
                 and  f12000-cd-empresa equal lnk-cd-empresa
                 and  f12000-cd-filial  equal lnk-cd-filial
                      move f12000-nr-rodada         to ws-nr-rodada
                 end-if
            end-if

            if   ws-nr-rodada equal zeros
                 exit section
            end-if

            initialize                              f12000-sugestao-mrp
            move lnk-cd-empresa                     to f12000-cd-empresa
            move lnk-cd-filial                      to f12000-cd-filial
            move ws-nr-rodada                       to f12000-nr-rodada
            perform 9000-str-pd12000-grt
            perform 9000-ler-pd12000-nex

            perform until not ws-operacao-ok
                          or f12000-cd-empresa <> lnk-cd-empresa
                          or f12000-cd-filial  <> lnk-cd-filial
                          or f12000-nr-rodada  <> ws-nr-rodada

                 if   f12000-sugestao-producao
                 and  f12000-sugestao-proposta
                      perform 2210-carregar-roteiro-sugestao
                 end-if

                 perform 9000-ler-pd12000-nex

            end-perform

       exit.

      *>=================================================================================
       2210-carregar-roteiro-sugestao section.

            move zeros                              to ws-nr-contribuicoes
            move ws-ix-dia-hoje                     to ws-ix-cursor

            initialize                              f12100-roteiro-producao
            move lnk-cd-empresa                     to f12100-cd-empresa
            move lnk-cd-filial                      to f12100-cd-filial
            move f12000-cd-produto                  to f12100-cd-produto
            perform 9000-str-pd12100-grt
            perform 9000-ler-pd12100-nex

            perform until not ws-operacao-ok
                          or f12100-cd-empresa <> lnk-cd-empresa
                          or f12100-cd-filial  <> lnk-cd-filial
                          or f12100-cd-produto <> f12000-cd-produto

                 if   f12100-operacao-ativa
                 and  f12100-tempo-padrao-minutos greater zeros
                      move f12100-cd-centro-trabalho to ws-cd-centro-operacao
                      compute ws-horas-operacao rounded =
                              f12100-tempo-padrao-minutos / 60
                      perform 2500-programar-operacao
                 end-if

                 perform 9000-ler-pd12100-nex

            end-perform

            if   ws-nr-contribuicoes greater zeros
                 move "MRP"                         to ws-ds-origem
                 move f12000-nr-rodada              to ws-nr-documento
                 move f12000-nr-sequencia           to ws-nr-sequencia
                 move f12000-cd-produto             to ws-cd-produto
                 perform 2600-registrar-contribuicoes
                 if   ws-passagem-carga
                      add  1                        to ws-nr-sugestoes
                 end-if
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Quadro por centro: capacidade x carga semana a semana, com a
      *> ocupação e a marca de sobrecarga; o que passou do horizonte
      *> sai numa linha à parte.
       2300-imprimir-quadro section.

            perform varying ws-ix-centro from 1 by 1
                    until ws-ix-centro > ws-nr-centros

                 move spaces                        to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move ws-cen-horas-dia(ws-ix-centro) to ws-horas-x
                 move spaces                        to rl-linha-relatorio
                 if   ws-cen-cadastrado(ws-ix-centro)
                      string "CENTRO " ws-cen-cd-centro(ws-ix-centro) " "
                             ws-cen-ds-centro(ws-ix-centro)
                             " HORAS/DIA UTIL " ws-horas-x into rl-linha-relatorio
                 else
                      string "CENTRO " ws-cen-cd-centro(ws-ix-centro)
                             " SEM CAPACIDADE CADASTRADA (CS60008C)" into rl-linha-relatorio
                 end-if
                 perform 9000-imprimir-linha-relatorio
                 if   ws-cen-horas-parada(ws-ix-centro) greater zeros
                      move ws-cen-horas-parada(ws-ix-centro) to ws-horas-x
                      move spaces                   to rl-linha-relatorio
                      string "  HORAS BLOQUEADAS POR MANUTENCAO " ws-horas-x
                                                    into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-if
                 move "  SEMANA INICIO       CAPACIDADE        CARGA  OCUPACAO"
                                                    to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform varying ws-ix-semana from 1 by 1
                         until ws-ix-semana > ws-nr-semanas
                      perform 2310-imprimir-semana
                 end-perform

                 compute ws-ix-semana = ws-nr-semanas + 1
                 if   ws-cen-carga(ws-ix-centro ws-ix-semana) greater zeros
                      move ws-cen-carga(ws-ix-centro ws-ix-semana) to ws-horas-2-x
                      move spaces                   to rl-linha-relatorio
                      string "  ALEM DO HORIZONTE                 " ws-horas-2-x
                                                    into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2310-imprimir-semana section.

            compute ws-data-semana =
                    function date-of-integer(ws-nr-dia-inicio + (ws-ix-semana - 1) * 7)
            move spaces                             to ws-data-x ws-ds-situacao
            string ws-data-semana(7:2) "/" ws-data-semana(5:2) "/"
                   ws-data-semana(1:4)              into ws-data-x

            move ws-ix-semana                       to ws-semana-x
            move ws-cen-capacidade(ws-ix-centro ws-ix-semana) to ws-horas-x
            move ws-cen-carga(ws-ix-centro ws-ix-semana)      to ws-horas-2-x

            if   ws-cen-capacidade(ws-ix-centro ws-ix-semana) greater zeros
                 compute ws-perc-ocupacao rounded =
                         ws-cen-carga(ws-ix-centro ws-ix-semana) * 100
                         / ws-cen-capacidade(ws-ix-centro ws-ix-semana)
                      on size error
                         move 99999,9               to ws-perc-ocupacao
                 end-compute
                 move ws-perc-ocupacao              to ws-perc-x
            else
                 move zeros                         to ws-perc-x
            end-if

            if   ws-cen-carga(ws-ix-centro ws-ix-semana) greater
                 ws-cen-capacidade(ws-ix-centro ws-ix-semana)
                 move "SOBRECARGA"                  to ws-ds-situacao
                 add  1                             to ws-nr-sobrecargas
            end-if

            move spaces                             to rl-linha-relatorio
            string "    " ws-semana-x "   " ws-data-x " " ws-horas-x " " ws-horas-2-x
                   "  " ws-perc-x "%  " ws-ds-situacao into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Distribui as horas da operação nos dias úteis a partir do
      *> cursor, limitadas à capacidade diária do centro; centro sem
      *> capacidade recebe tudo no dia do cursor (a semana aparece
      *> sobrecarregada). Depois do horizonte, o resto vai para a
      *> semana excedente.
       2500-programar-operacao section.

            perform 2510-localizar-centro
            if   ws-ix-centro equal zeros
                 if   ws-passagem-carga
                      add  1                        to ws-nr-centros-ignorados
                 end-if
                 exit section
            end-if

            move ws-horas-operacao                  to ws-horas-alocar

            perform until ws-horas-alocar equal zeros
                          or ws-ix-cursor > ws-nr-dias-horizonte

                 if   not ws-dia-util(ws-ix-cursor)
                      add  1                        to ws-ix-cursor
                      exit perform cycle
                 end-if

                 compute ws-ix-semana = (ws-ix-cursor - 1) / 7 + 1

                 if   ws-cen-horas-dia(ws-ix-centro) equal zeros
                 or   ws-horas-alocar not greater ws-cen-horas-dia(ws-ix-centro)
                      move ws-horas-alocar          to ws-horas-operacao
                      perform 2520-acumular-contribuicao
                      move zeros                    to ws-horas-alocar
                 else
                      move ws-cen-horas-dia(ws-ix-centro) to ws-horas-operacao
                      perform 2520-acumular-contribuicao
                      subtract ws-cen-horas-dia(ws-ix-centro) from ws-horas-alocar
                      add  1                        to ws-ix-cursor
                 end-if

            end-perform

            if   ws-horas-alocar greater zeros
                 compute ws-ix-semana = ws-nr-semanas + 1
                 move ws-horas-alocar               to ws-horas-operacao
                 perform 2520-acumular-contribuicao
            end-if

       exit.

      *>=================================================================================
      *> Centro da operação no quadro; não cadastrado entra com
      *> capacidade zero. Zero em ws-ix-centro = quadro cheio.
       2510-localizar-centro section.

            perform varying ws-ix-centro from 1 by 1
                    until ws-ix-centro > ws-nr-centros
                 if   ws-cen-cd-centro(ws-ix-centro) equal ws-cd-centro-operacao
                      exit section
                 end-if
            end-perform

            if   ws-nr-centros not less c-max-centros
                 move zeros                         to ws-ix-centro
                 exit section
            end-if

            add  1                                  to ws-nr-centros
            move ws-nr-centros                      to ws-ix-centro
            move ws-cd-centro-operacao              to ws-cen-cd-centro(ws-ix-centro)
            move spaces                             to ws-cen-ds-centro(ws-ix-centro)
            move zeros                              to ws-cen-horas-dia(ws-ix-centro)
            set  ws-cen-cadastrado(ws-ix-centro)    to false

       exit.

      *>=================================================================================
       2520-acumular-contribuicao section.

            perform varying ws-ix-contrib from 1 by 1
                    until ws-ix-contrib > ws-nr-contribuicoes
                 if   ws-ctb-ix-centro(ws-ix-contrib) equal ws-ix-centro
                 and  ws-ctb-semana(ws-ix-contrib)    equal ws-ix-semana
                      add  ws-horas-operacao        to ws-ctb-horas(ws-ix-contrib)
                      exit section
                 end-if
            end-perform

            if   ws-nr-contribuicoes not less c-max-contribuicoes
                 exit section
            end-if

            add  1                                  to ws-nr-contribuicoes
            move ws-nr-contribuicoes                to ws-ix-contrib
            move ws-ix-centro                       to ws-ctb-ix-centro(ws-ix-contrib)
            move ws-ix-semana                       to ws-ctb-semana(ws-ix-contrib)
            move ws-horas-operacao                  to ws-ctb-horas(ws-ix-contrib)

       exit.

      *>=================================================================================
      *> Primeira passagem soma a ordem/sugestão no quadro; a segunda
      *> lista a parte dela que cai em semana sobrecarregada.
       2600-registrar-contribuicoes section.

            perform varying ws-ix-contrib from 1 by 1
                    until ws-ix-contrib > ws-nr-contribuicoes

                 move ws-ctb-ix-centro(ws-ix-contrib) to ws-ix-centro
                 move ws-ctb-semana(ws-ix-contrib)    to ws-ix-semana

                 if   ws-passagem-carga
                      add  ws-ctb-horas(ws-ix-contrib)
                           to ws-cen-carga(ws-ix-centro ws-ix-semana)
                 else
                      if   ws-ix-semana not greater ws-nr-semanas
                      and  ws-cen-carga(ws-ix-centro ws-ix-semana) greater
                           ws-cen-capacidade(ws-ix-centro ws-ix-semana)
                           perform 2610-imprimir-contribuicao
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2610-imprimir-contribuicao section.

            move spaces                             to ws-ds-documento
            if   ws-ds-origem equal "OP"
                 string "ORDEM " ws-nr-documento    into ws-ds-documento
            else
                 string "RODADA " ws-nr-documento "/" ws-nr-sequencia
                                                    into ws-ds-documento
            end-if

            move ws-ix-semana                       to ws-semana-x
            move ws-ctb-horas(ws-ix-contrib)        to ws-horas-x
            move spaces                             to rl-linha-relatorio
            string ws-cen-cd-centro(ws-ix-centro) "     " ws-semana-x "    " ws-ds-origem
                   "    " ws-ds-documento " " ws-cd-produto " " ws-horas-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd03400
            close pd04700
            close pd12000
            close pd12100
            close pd12200
            close pd17700
            close pd18000

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR03400.cpy.
       copy CSR04700.cpy.
       copy CSR12000.cpy.
       copy CSR12100.cpy.
       copy CSR12200.cpy.
       copy CSR17700.cpy.
       copy CSR18000.cpy.
