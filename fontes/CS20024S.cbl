      $set sourceformat"free"
       program-id. CS20024S.
      *>=================================================================================
      *>
      *>         Previsão de Demanda Mensal por Produto - com Sazonalidade
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17300.cpy.
       copy CSS17400.cpy.
       copy CSS05800.cpy.
       copy CSS01800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF17300.cpy.
       copy CSF17400.cpy.
       copy CSF05800.cpy.
       copy CSF01800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS20024S".
       78   c-descricao-programa                   value "PREVISAO DE DEMANDA".
       78   c-meses-historico                      value 24.
       78   c-meses-media-padrao                   value 3.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-atual                    pic 9(06).
            03 ws-ano-mes-alvo                     pic 9(06).
            03 ws-ano-mes-alvo-r redefines ws-ano-mes-alvo.
               05 ws-ano-alvo                      pic 9(04).
               05 ws-mes-alvo                      pic 9(02).
            03 ws-ano-mes-calculo                  pic 9(06).
            03 ws-ano-mes-calculo-r redefines ws-ano-mes-calculo.
               05 ws-ano-calculo                   pic 9(04).
               05 ws-mes-calculo                   pic 9(02).
            03 ws-ano-mes-fechado                  pic 9(06).
            03 ws-ix                               pic 9(02) comp.
            03 ws-ix-inicio                        pic 9(02) comp.
            03 ws-metodo                           pic x(01).
               88 ws-media-movel                       value "M".
               88 ws-suavizacao-exponencial            value "E".
               88 ws-indice-sazonal                    value "S".
            03 ws-nr-meses-media                   pic 9(02).
            03 ws-alfa                             pic 9(01)v9(02).
            03 ws-qtde-total                       pic 9(13)v9(04).
            03 ws-qtde-soma                        pic 9(13)v9(04).
            03 ws-qtde-nivel                       pic 9(11)v9(04).
            03 ws-qtde-suavizada                   pic 9(11)v9(04).
            03 ws-media-mes                        pic 9(11)v9(04).
            03 ws-media-geral                      pic 9(11)v9(04).
            03 ws-nr-meses-mes                     pic 9(02).
            03 ws-qtde-prevista                    pic 9(09)v9(04).
            03 ws-qtde-comparada                   pic 9(09)v9(04).
            03 ws-perc-erro                        pic s9(05)v9(02).
            03 ws-erro-absoluto                    pic 9(05)v9(02).
            03 ws-soma-erro-absoluto               pic 9(09)v9(02).
            03 ws-erro-medio                       pic 9(05)v9(02).
            03 ws-nr-apurados                      pic 9(06).
            03 ws-nr-previstos                     pic 9(06).
            03 ws-qtde-x                           pic zzz.zzz.zz9,9999.
            03 ws-qtde-real-x                      pic -zzz.zzz.zz9,9999.
            03 ws-erro-x                           pic -zzzz9,99.
            03 ws-contador-x                       pic zzzzz9.
            03 ws-id-primeiro-apurado              pic x(01).
               88 ws-primeiro-apurado                  value "S" false "N".

      *> Venda mensal do produto: posição 1 = mais antiga, posição 24
      *> = último mês fechado antes da competência prevista
       01   ws-tabela-historico.
            03 ws-historico                        occurs 24 times.
               05 hs-ano-mes                       pic 9(06).
               05 hs-ano-mes-r redefines hs-ano-mes.
                  07 hs-ano                        pic 9(04).
                  07 hs-mes                        pic 9(02).
               05 hs-qtde                          pic 9(11)v9(04).

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
      *> Competência prevista informada no prompt ou nas 6 primeiras
      *> posições da linha de comando (AAAAMM); padrão o mês seguinte.
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD173.DAT" into wid-pd17300
            open i-o pd17300
            if   ws-arquivo-inexistente
                 open output pd17300
                 close pd17300
                 open i-o pd17300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD173.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD174.DAT" into wid-pd17400
            open input pd17400
            if   ws-arquivo-inexistente
                 open output pd17400
                 close pd17400
                 open input pd17400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD174.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd05800
            perform 9000-abrir-i-pd01800

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-atual

            move ws-ano-mes-atual                   to ws-ano-mes-calculo
            perform 9000-mes-seguinte
            move ws-ano-mes-calculo                 to ws-ano-mes-alvo

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM)...:"  at line 27 col 03
                 accept ws-ano-mes-alvo             at line 27 col 29 with update auto-skip
            else
                 if   lnk-linha-comando(1:6) is numeric
                      move lnk-linha-comando(1:6)   to ws-ano-mes-alvo
                 end-if
            end-if

            if   ws-mes-alvo < 01 or > 12
                 move ws-ano-mes-atual              to ws-ano-mes-calculo
                 perform 9000-mes-seguinte
                 move ws-ano-mes-calculo            to ws-ano-mes-alvo
            end-if

      *>    último mês fechado: o anterior ao atual, ou o anterior à
      *>    competência prevista quando ela já passou (reprocessamento)
            move ws-ano-mes-atual                   to ws-ano-mes-calculo
            if   ws-ano-mes-alvo not greater ws-ano-mes-atual
                 move ws-ano-mes-alvo               to ws-ano-mes-calculo
            end-if
            perform 9000-mes-anterior
            move ws-ano-mes-calculo                 to ws-ano-mes-fechado

            perform varying ws-ix from c-meses-historico by -1 until ws-ix < 1
                 move ws-ano-mes-calculo            to hs-ano-mes(ws-ix)
                 perform 9000-mes-anterior
            end-perform

       exit.

      *>=================================================================================
      *> Apura a acurácia das previsões de meses já fechados e calcula a
      *> previsão da competência para cada produto ativo com venda nos
      *> últimos 24 meses, pelo método escolhido para o produto.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "PREVISAO DE DEMANDA - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial
                   " - COMPETENCIA " ws-ano-mes-alvo
                   " - HISTORICO " hs-ano-mes(1) " A " hs-ano-mes(c-meses-historico)
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 2100-apurar-acuracia

            move "PRODUTO   DESCRICAO                      METODO       QTDE PREVISTA    VENDA ULT.MES"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-nr-previstos

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            perform 9000-str-pd01800-grt
            perform 9000-ler-pd01800-nex

            perform until not ws-operacao-ok
                          or f01800-cd-empresa <> lnk-cd-empresa
                          or f01800-cd-filial  <> lnk-cd-filial

                 if   f01800-produto-ativo
                      perform 2200-prever-produto
                 end-if

                 perform 9000-ler-pd01800-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-previstos                    to ws-contador-x
            string "PRODUTOS PREVISTOS: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            move ws-nr-previstos                    to lnk-nr-registros-lote

       exit.

      *>=================================================================================
      *> Previsões de meses já fechados ainda não apuradas recebem a
      *> venda real (pd05800) e o erro percentual sobre ela - da
      *> quantidade aprovada, ou da calculada se não houve aprovação.
       2100-apurar-acuracia section.

            move zeros                              to ws-nr-apurados
                                                       ws-soma-erro-absoluto
            set  ws-primeiro-apurado                to true

            initialize                              f17300-previsao-demanda
            move lnk-cd-empresa                     to f17300-cd-empresa
            move lnk-cd-filial                      to f17300-cd-filial
            perform 9000-str-pd17300-grt
            perform 9000-ler-pd17300-nex

            perform until not ws-operacao-ok
                          or f17300-cd-empresa <> lnk-cd-empresa
                          or f17300-cd-filial  <> lnk-cd-filial
                          or f17300-ano-mes not less ws-ano-mes-atual

                 if   not f17300-real-apurado
                      perform 2110-apurar-previsao
                 end-if

                 perform 9000-ler-pd17300-nex

            end-perform

            if   ws-nr-apurados greater zeros
                 compute ws-erro-medio rounded = ws-soma-erro-absoluto / ws-nr-apurados
                 move ws-erro-medio                 to ws-erro-x
                 move ws-nr-apurados                to ws-contador-x
                 move spaces                        to rl-linha-relatorio
                 string "PREVISOES APURADAS: " ws-contador-x
                        "   ERRO MEDIO ABSOLUTO (%): " ws-erro-x
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move spaces                        to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

       exit.

      *>=================================================================================
       2110-apurar-previsao section.

            if   ws-primeiro-apurado
                 set  ws-primeiro-apurado           to false
                 move "ACURACIA - COMPETENCIA PRODUTO   QTDE PREVISTA/APROVADA       VENDA REAL  ERRO %"
                                                    to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            initialize                              f05800-estatistica-produto
            move f17300-cd-empresa                  to f05800-cd-empresa
            move f17300-cd-filial                   to f05800-cd-filial
            move f17300-ano-mes                     to f05800-ano-mes
            move f17300-cd-produto                  to f05800-cd-produto
            perform 9000-ler-pd05800-ran
            if   ws-operacao-ok
                 move f05800-qtde-vendida           to f17300-qtde-real
            else
                 move zeros                         to f17300-qtde-real
            end-if

            if   f17300-previsao-aprovada
                 move f17300-qtde-aprovada          to ws-qtde-comparada
            else
                 move f17300-qtde-prevista          to ws-qtde-comparada
            end-if

            evaluate true
                 when f17300-qtde-real greater zeros
                      compute ws-perc-erro rounded =
                              (ws-qtde-comparada - f17300-qtde-real) * 100 / f17300-qtde-real
                              on size error
                                 move 99999,99      to ws-perc-erro
                      end-compute
                 when ws-qtde-comparada greater zeros
                      move 100                      to ws-perc-erro
                 when other
                      move zeros                    to ws-perc-erro
            end-evaluate

            move ws-perc-erro                       to f17300-perc-erro
            set  f17300-real-apurado                to true
            perform 9000-regravar-pd17300

            add  1                                  to ws-nr-apurados
            if   ws-perc-erro less zeros
                 compute ws-erro-absoluto = ws-perc-erro * -1
            else
                 move ws-perc-erro                  to ws-erro-absoluto
            end-if
            add  ws-erro-absoluto                   to ws-soma-erro-absoluto

            move ws-qtde-comparada                  to ws-qtde-x
            move f17300-qtde-real                   to ws-qtde-real-x
            move ws-perc-erro                       to ws-erro-x
            move spaces                             to rl-linha-relatorio
            string "           " f17300-ano-mes "      " f17300-cd-produto
                   " " ws-qtde-x " " ws-qtde-real-x " " ws-erro-x
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2200-prever-produto section.

            perform 2210-carregar-historico

            if   ws-qtde-total equal zeros
                 exit section
            end-if

            move "M"                                to ws-metodo
            move c-meses-media-padrao               to ws-nr-meses-media
            move 0,30                               to ws-alfa

            initialize                              f17400-metodo-previsao
            move lnk-cd-empresa                     to f17400-cd-empresa
            move lnk-cd-filial                      to f17400-cd-filial
            move f01800-cd-produto                  to f17400-cd-produto
            perform 9000-ler-pd17400-ran
            if   ws-operacao-ok
                 move f17400-metodo                 to ws-metodo
                 if   f17400-nr-meses-media greater zeros
                 and  f17400-nr-meses-media not greater c-meses-historico
                      move f17400-nr-meses-media    to ws-nr-meses-media
                 end-if
                 if   f17400-alfa greater zeros
                 and  f17400-alfa less 1
                      move f17400-alfa              to ws-alfa
                 end-if
            end-if

            evaluate true
                 when ws-suavizacao-exponencial
                      perform 2230-suavizacao-exponencial
                 when ws-indice-sazonal
                      perform 2240-indice-sazonal
                 when other
                      move "M"                      to ws-metodo
                      perform 2220-media-movel
            end-evaluate

            perform 2250-gravar-previsao

            add  1                                  to ws-nr-previstos

            move ws-qtde-prevista                   to ws-qtde-x
            move hs-qtde(c-meses-historico)         to ws-qtde-real-x
            move spaces                             to rl-linha-relatorio
            evaluate true
                 when ws-media-movel
                      string f01800-cd-produto " " f01800-descricao-produto(1:30)
                             " MEDIA " ws-nr-meses-media "M  " ws-qtde-x " " ws-qtde-real-x
                                                    into rl-linha-relatorio
                 when ws-suavizacao-exponencial
                      string f01800-cd-produto " " f01800-descricao-produto(1:30)
                             " EXPON " ws-alfa "  " ws-qtde-x " " ws-qtde-real-x
                                                    into rl-linha-relatorio
                 when other
                      string f01800-cd-produto " " f01800-descricao-produto(1:30)
                             " SAZONAL     " ws-qtde-x " " ws-qtde-real-x
                                                    into rl-linha-relatorio
            end-evaluate
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Venda mensal do produto nos 24 meses do histórico (devolução
      *> líquida negativa conta como zero).
       2210-carregar-historico section.

            move zeros                              to ws-qtde-total

            perform varying ws-ix from 1 by 1 until ws-ix > c-meses-historico

                 move zeros                         to hs-qtde(ws-ix)

                 initialize                         f05800-estatistica-produto
                 move lnk-cd-empresa                to f05800-cd-empresa
                 move lnk-cd-filial                 to f05800-cd-filial
                 move hs-ano-mes(ws-ix)             to f05800-ano-mes
                 move f01800-cd-produto             to f05800-cd-produto
                 perform 9000-ler-pd05800-ran
                 if   ws-operacao-ok
                 and  f05800-qtde-vendida greater zeros
                      move f05800-qtde-vendida      to hs-qtde(ws-ix)
                      add  f05800-qtde-vendida      to ws-qtde-total
                 end-if

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Média simples dos últimos N meses fechados
       2220-media-movel section.

            move zeros                              to ws-qtde-soma

            compute ws-ix-inicio = c-meses-historico - ws-nr-meses-media + 1
            perform varying ws-ix from ws-ix-inicio by 1 until ws-ix > c-meses-historico
                 add  hs-qtde(ws-ix)                to ws-qtde-soma
            end-perform

            compute ws-qtde-prevista rounded = ws-qtde-soma / ws-nr-meses-media

       exit.

      *>=================================================================================
      *> Suavização exponencial simples a partir do primeiro mês com
      *> venda: S = alfa x venda do mês + (1 - alfa) x S anterior
       2230-suavizacao-exponencial section.

            move zeros                              to ws-qtde-suavizada

            perform varying ws-ix-inicio from 1 by 1 until ws-ix-inicio > c-meses-historico
                 if   hs-qtde(ws-ix-inicio) greater zeros
                      exit perform
                 end-if
            end-perform

            if   ws-ix-inicio not greater c-meses-historico
                 move hs-qtde(ws-ix-inicio)         to ws-qtde-suavizada
                 add  1                             to ws-ix-inicio
                 perform varying ws-ix from ws-ix-inicio by 1 until ws-ix > c-meses-historico
                      compute ws-qtde-suavizada rounded =
                              ws-alfa * hs-qtde(ws-ix)
                              + (1 - ws-alfa) * ws-qtde-suavizada
                 end-perform
            end-if

            move ws-qtde-suavizada                  to ws-qtde-prevista

       exit.

      *>=================================================================================
      *> Índice sazonal: nível dos últimos 12 meses multiplicado pelo
      *> índice do mês previsto - média do mesmo mês nos anos do
      *> histórico sobre a média mensal dos 24 meses.
       2240-indice-sazonal section.

            move zeros                              to ws-qtde-soma
                                                       ws-nr-meses-mes
                                                       ws-qtde-nivel
                                                       ws-qtde-prevista

            perform varying ws-ix from 1 by 1 until ws-ix > c-meses-historico
                 if   hs-mes(ws-ix) equal ws-mes-alvo
                      add  hs-qtde(ws-ix)           to ws-qtde-soma
                      add  1                        to ws-nr-meses-mes
                 end-if
                 if   ws-ix greater 12
                      add  hs-qtde(ws-ix)           to ws-qtde-nivel
                 end-if
            end-perform

            compute ws-qtde-nivel rounded = ws-qtde-nivel / 12
            compute ws-media-geral rounded = ws-qtde-total / c-meses-historico

            if   ws-nr-meses-mes greater zeros
            and  ws-media-geral greater zeros
                 compute ws-media-mes rounded = ws-qtde-soma / ws-nr-meses-mes
                 compute ws-qtde-prevista rounded =
                         ws-qtde-nivel * ws-media-mes / ws-media-geral
            end-if

       exit.

      *>=================================================================================
      *> Grava a previsão da competência. Previsão já aprovada mantém o
      *> ajuste e a aprovação do comprador - só a quantidade calculada
      *> é atualizada como referência.
       2250-gravar-previsao section.

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f17300-previsao-demanda
            move lnk-cd-empresa                     to f17300-cd-empresa
            move lnk-cd-filial                      to f17300-cd-filial
            move ws-ano-mes-alvo                    to f17300-ano-mes
            move f01800-cd-produto                  to f17300-cd-produto
            perform 9000-ler-pd17300-ran

            if   ws-operacao-ok
                 move ws-metodo                     to f17300-metodo
                 move ws-qtde-prevista              to f17300-qtde-prevista
                 move ws-data-inv                   to f17300-data-calculo
                 perform 9000-regravar-pd17300
            else
                 initialize                         f17300-previsao-demanda
                 move lnk-cd-empresa                to f17300-cd-empresa
                 move lnk-cd-filial                 to f17300-cd-filial
                 move ws-ano-mes-alvo               to f17300-ano-mes
                 move f01800-cd-produto             to f17300-cd-produto
                 move ws-metodo                     to f17300-metodo
                 move ws-qtde-prevista              to f17300-qtde-prevista
                 move zeros                         to f17300-qtde-ajustada
                                                       f17300-qtde-aprovada
                 set  f17300-previsao-ajustada      to false
                 set  f17300-previsao-proposta      to true
                 set  f17300-real-apurado           to false
                 move ws-data-inv                   to f17300-data-calculo
                 perform 9000-gravar-pd17300
            end-if

            if   not ws-operacao-ok
                 string "Erro ao gravar previsão do produto " f01800-cd-produto
                        " - " ws-resultado-acesso   into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
       9000-mes-seguinte section.

            if   ws-mes-calculo equal 12
                 move 01                            to ws-mes-calculo
                 add  1                             to ws-ano-calculo
            else
                 add  1                             to ws-mes-calculo
            end-if

       exit.

      *>=================================================================================
       9000-mes-anterior section.

            if   ws-mes-calculo equal 01
                 move 12                            to ws-mes-calculo
                 subtract 1                         from ws-ano-calculo
            else
                 subtract 1                         from ws-mes-calculo
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd17300
            close pd17400
            close pd05800
            close pd01800

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR17300.cpy.
       copy CSR17400.cpy.
       copy CSR05800.cpy.
       copy CSR01800.cpy.
