      $set sourceformat"free"
       program-id. CS20025C.
      *>=================================================================================
      *>
      *>              Revisão e Aprovação da Previsão de Demanda
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS01800.cpy.
       copy CSS05800.cpy.
       copy CSS17300.cpy.
       copy CSS17400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF05800.cpy.
       copy CSF17300.cpy.
       copy CSF17400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS20025C".
       78   c-descricao-programa                   value "REVISAO DA PREVISAO".
       78   c-meses-media-padrao                   value 3.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-cd-produto                       pic 9(09).
            03 ws-ano-mes                          pic 9(06).
            03 ws-ano-mes-r redefines ws-ano-mes.
               05 ws-ano-competencia               pic 9(04).
               05 ws-mes-competencia               pic 9(02).
            03 ws-ano-mes-calculo                  pic 9(06).
            03 ws-ano-mes-calculo-r redefines ws-ano-mes-calculo.
               05 ws-ano-calculo                   pic 9(04).
               05 ws-mes-calculo                   pic 9(02).
            03 ws-ix                               pic 9(02) comp.
            03 ws-id-registro                      pic x(01).
               88 ws-registro-encontrado                value "S" false "N".
            03 ws-metodo                           pic x(01).
               88 ws-metodo-valido                     value "M" "E" "S".
            03 ws-qtde-soma                        pic 9(13)v9(04).
            03 ws-media-12-meses                   pic 9(11)v9(04).
            03 ws-qtde-comparada                   pic 9(09)v9(04).
            03 ws-erro-absoluto                    pic 9(05)v9(02).
            03 ws-soma-erro-absoluto               pic 9(09)v9(02).
            03 ws-erro-medio                       pic 9(05)v9(02).
            03 ws-nr-aprovados                     pic 9(06).
            03 ws-nr-apurados                      pic 9(06).
            03 ws-nr-pendentes                     pic 9(06).

       01   ws-campos-validar.
            03 ws-meses-validar                    pic 9(02).
            03 ws-alfa-validar                     pic 9(01)v9(02).
            03 ws-qtde-validar                     pic 9(09)v9(04).

       01   ws-campos-relatorio.
            03 ws-qtde-x                           pic zzz.zzz.zz9,9999.
            03 ws-qtde-real-x                      pic -zzz.zzz.zz9,9999.
            03 ws-erro-x                           pic -zzzz9,99.
            03 ws-contador-x                       pic zzzzz9.

       01   f-previsao.
            03 f-cd-produto                        pic zzzzzzzzz.
            03 f-descricao-produto                 pic x(55).
            03 f-ano-mes                           pic 9(06).
            03 f-media-12-meses                    pic zzz.zzz.zz9,9999.
            03 f-metodo                            pic x(01).
            03 f-nr-meses-media                    pic z9.
            03 f-alfa                              pic 9,99.
            03 f-qtde-prevista                     pic zzz.zzz.zz9,9999.
            03 f-qtde-ajustada                     pic zzz.zzz.zz9,9999.
            03 f-qtde-aprovada                     pic zzz.zzz.zz9,9999.
            03 f-id-status                         pic x(01).
            03 f-qtde-real                         pic -zzz.zzz.zz9,9999.
            03 f-perc-erro                         pic -zzzz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-previsao.
            03 line 11 col 09   pic x(24) value "Produto................:".
            03 line 11 col 34   pic zzzzzzzzz from f-cd-produto.
            03 line 11 col 45   pic x(55) from f-descricao-produto.
            03 line 13 col 09   pic x(24) value "Competencia (AAAAMM)...:".
            03 line 13 col 34   pic 9(06) from f-ano-mes.
            03 line 13 col 47   pic x(21) value "Media Venda 12 Meses:".
            03 line 13 col 70   pic zzz.zzz.zz9,9999 from f-media-12-meses.
            03 line 15 col 09   pic x(24) value "Metodo (M/E/S).........:".
            03 line 15 col 34   pic x(01) from f-metodo.
            03 line 15 col 40   pic x(57) value "M=media movel  E=suavizacao exponencial  S=indice sazonal".
            03 line 17 col 09   pic x(24) value "Meses da Media.........:".
            03 line 17 col 34   pic z9 from f-nr-meses-media.
            03 line 17 col 47   pic x(17) value "Alfa (0,01-0,99):".
            03 line 17 col 65   pic 9,99 from f-alfa.
            03 line 19 col 09   pic x(24) value "Qtde Prevista..........:".
            03 line 19 col 34   pic zzz.zzz.zz9,9999 from f-qtde-prevista.
            03 line 19 col 55   pic x(14) value "Qtde Ajustada:".
            03 line 19 col 70   pic zzz.zzz.zz9,9999 from f-qtde-ajustada.
            03 line 21 col 09   pic x(24) value "Qtde Aprovada..........:".
            03 line 21 col 34   pic zzz.zzz.zz9,9999 from f-qtde-aprovada.
            03 line 21 col 55   pic x(15) value "Situacao (P/A):".
            03 line 21 col 70   pic x(01) from f-id-status.
            03 line 23 col 09   pic x(24) value "Venda Real.............:".
            03 line 23 col 34   pic -zzz.zzz.zz9,9999 from f-qtde-real.
            03 line 23 col 55   pic x(09) value "Erro (%):".
            03 line 23 col 70   pic -zzzz9,99 from f-perc-erro.

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

            initialize                             wf-opcoes-frame

            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd05800

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
            open i-o pd17400
            if   ws-arquivo-inexistente
                 open output pd17400
                 close pd17400
                 open i-o pd17400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD174.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

             perform until wf-frame-retornar

                 evaluate wf-frame
                      when 0
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 9
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd01800
            close pd05800
            close pd17300
            close pd17400

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-metodo-produto
                when 02
                     perform 2200-revisao
                when 03
                     perform 2300-aprovar-mes
                when 04
                     perform 2400-acuracia
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Método de previsão do produto (pd17400). Sem registro o cálculo
      *> mensal usa média móvel dos últimos 3 meses.
       2100-metodo-produto section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-informar-produto

            if   not ws-registro-encontrado
                 exit section
            end-if

            perform 2810-carregar-metodo

            perform until exit
                 accept f-metodo at line 15 col 34 with update auto-skip
                 move function upper-case(f-metodo) to f-metodo
                 move f-metodo                     to ws-metodo
                 if   ws-metodo-valido
                      exit perform
                 end-if
            end-perform

            perform until exit
                 accept f-nr-meses-media at line 17 col 34 with update auto-skip
                 move f-nr-meses-media             to ws-meses-validar
                 if   ws-meses-validar greater zeros
                 and  ws-meses-validar not greater 24
                      exit perform
                 end-if
            end-perform

            perform until exit
                 accept f-alfa at line 17 col 65 with update auto-skip
                 move f-alfa                       to ws-alfa-validar
                 if   ws-alfa-validar greater zeros
                 and  ws-alfa-validar less 1
                      exit perform
                 end-if
            end-perform

            move "Confirma o método de previsão do produto? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f17400-metodo-previsao
            move lnk-cd-empresa                     to f17400-cd-empresa
            move lnk-cd-filial                      to f17400-cd-filial
            move ws-cd-produto                      to f17400-cd-produto
            perform 9000-ler-pd17400-ran

            move ws-metodo                          to f17400-metodo
            move ws-meses-validar                   to f17400-nr-meses-media
            move ws-alfa-validar                    to f17400-alfa
            move ws-data-inv                        to f17400-data-alteracao
            move lnk-id-usuario                     to f17400-id-usuario

            if   ws-operacao-ok
                 perform 9000-regravar-pd17400
            else
                 perform 9000-gravar-pd17400
            end-if

            if   not ws-operacao-ok
                 string "Erro ao gravar método do produto " ws-cd-produto " - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            else
                 move "Método gravado - vale a partir do próximo cálculo da previsão!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Revisão da previsão de um produto na competência: mostra o
      *> cálculo e a venda real (se já apurada), permite ajustar a
      *> quantidade e aprovar. Quantidade ajustada zero = sem ajuste.
       2200-revisao section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-informar-produto

            if   not ws-registro-encontrado
                 exit section
            end-if

            perform 2820-informar-competencia

            perform 2810-carregar-metodo
            perform 2830-media-12-meses

            initialize                              f17300-previsao-demanda
            move lnk-cd-empresa                     to f17300-cd-empresa
            move lnk-cd-filial                      to f17300-cd-filial
            move ws-ano-mes                         to f17300-ano-mes
            move ws-cd-produto                      to f17300-cd-produto
            perform 9000-ler-pd17300-ran
            if   not ws-operacao-ok
                 display frm-previsao
                 string "Sem previsão calculada para o produto na competência " ws-ano-mes "!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2840-mostrar-previsao

            if   not lnk-permite-manutencao
            or   f17300-real-apurado
                 exit section
            end-if

            accept f-qtde-ajustada at line 19 col 70 with update auto-skip
            move f-qtde-ajustada                    to ws-qtde-validar

            if   ws-qtde-validar greater zeros
                 move ws-qtde-validar               to f17300-qtde-ajustada
                 set  f17300-previsao-ajustada      to true
            else
                 move zeros                         to f17300-qtde-ajustada
                 set  f17300-previsao-ajustada      to false
            end-if

            move "Aprova a previsão do produto na competência? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 perform 2850-aprovar-previsao
            end-if

            perform 9000-regravar-pd17300

            if   not ws-operacao-ok
                 string "Erro ao gravar previsão do produto " ws-cd-produto " - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2840-mostrar-previsao

       exit.

      *>=================================================================================
      *> Aprova de uma vez todas as previsões propostas da competência
       2300-aprovar-mes section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2820-informar-competencia

            move zeros                              to ws-nr-pendentes
                                                       ws-nr-aprovados

            perform 2310-posicionar-competencia
            perform until not ws-operacao-ok
                          or f17300-cd-empresa <> lnk-cd-empresa
                          or f17300-cd-filial  <> lnk-cd-filial
                          or f17300-ano-mes    <> ws-ano-mes
                 if   f17300-previsao-proposta
                      add  1                        to ws-nr-pendentes
                 end-if
                 perform 9000-ler-pd17300-nex
            end-perform

            if   ws-nr-pendentes equal zeros
                 string "Nenhuma previsão pendente de aprovação na competência " ws-ano-mes "!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-nr-pendentes                    to ws-contador-x
            string "Aprova as " ws-contador-x " previsões pendentes da competência " ws-ano-mes "? [S/N]"
                                                    into ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            perform 2310-posicionar-competencia
            perform until not ws-operacao-ok
                          or f17300-cd-empresa <> lnk-cd-empresa
                          or f17300-cd-filial  <> lnk-cd-filial
                          or f17300-ano-mes    <> ws-ano-mes
                 if   f17300-previsao-proposta
                      perform 2850-aprovar-previsao
                      perform 9000-regravar-pd17300
                      if   ws-operacao-ok
                           add  1                   to ws-nr-aprovados
                      end-if
                 end-if
                 perform 9000-ler-pd17300-nex
            end-perform

            move ws-nr-aprovados                    to ws-contador-x
            string "Previsões aprovadas: " ws-contador-x into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2310-posicionar-competencia section.

            initialize                              f17300-previsao-demanda
            move lnk-cd-empresa                     to f17300-cd-empresa
            move lnk-cd-filial                      to f17300-cd-filial
            move ws-ano-mes                         to f17300-ano-mes
            move zeros                              to f17300-cd-produto
            perform 9000-str-pd17300-grt
            if   ws-operacao-ok
                 perform 9000-ler-pd17300-nex
            end-if

       exit.

      *>=================================================================================
      *> Relatório de acurácia da competência: previsão (aprovada ou
      *> calculada) contra a venda real apurada, com o erro médio
      *> absoluto percentual (MAPE) das previsões apuradas.
       2400-acuracia section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2820-informar-competencia

            move zeros                              to ws-nr-apurados
                                                       ws-nr-pendentes
                                                       ws-soma-erro-absoluto

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "ACURACIA DA PREVISAO DE DEMANDA - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial " - COMPETENCIA " ws-ano-mes
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "PRODUTO   DESCRICAO                      MET SIT   QTDE PREV/APROV.        VENDA REAL    ERRO %"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 2310-posicionar-competencia
            perform until not ws-operacao-ok
                          or f17300-cd-empresa <> lnk-cd-empresa
                          or f17300-cd-filial  <> lnk-cd-filial
                          or f17300-ano-mes    <> ws-ano-mes
                 perform 2410-imprimir-acuracia
                 perform 9000-ler-pd17300-nex
            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-apurados                     to ws-contador-x
            string "PREVISOES APURADAS: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-pendentes                    to ws-contador-x
            string "PREVISOES SEM VENDA APURADA: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            if   ws-nr-apurados greater zeros
                 compute ws-erro-medio rounded = ws-soma-erro-absoluto / ws-nr-apurados
                 move ws-erro-medio                 to ws-erro-x
                 string "ERRO MEDIO ABSOLUTO (MAPE) %: " ws-erro-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2410-imprimir-acuracia section.

            if   f17300-previsao-aprovada
                 move f17300-qtde-aprovada          to ws-qtde-comparada
            else
                 move f17300-qtde-prevista          to ws-qtde-comparada
            end-if

            initialize                              f01800-produto
            move f17300-cd-empresa                  to f01800-cd-empresa
            move f17300-cd-filial                   to f01800-cd-filial
            move f17300-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move spaces                        to f01800-descricao-produto
            end-if

            move ws-qtde-comparada                  to ws-qtde-x
            move spaces                             to rl-linha-relatorio

            if   f17300-real-apurado
                 add  1                             to ws-nr-apurados
                 if   f17300-perc-erro less zeros
                      compute ws-erro-absoluto = f17300-perc-erro * -1
                 else
                      move f17300-perc-erro         to ws-erro-absoluto
                 end-if
                 add  ws-erro-absoluto              to ws-soma-erro-absoluto
                 move f17300-qtde-real              to ws-qtde-real-x
                 move f17300-perc-erro              to ws-erro-x
                 string f17300-cd-produto " " f01800-descricao-produto(1:30)
                        "  " f17300-metodo "   " f17300-id-status " " ws-qtde-x
                        " " ws-qtde-real-x " " ws-erro-x
                                                    into rl-linha-relatorio
            else
                 add  1                             to ws-nr-pendentes
                 string f17300-cd-produto " " f01800-descricao-produto(1:30)
                        "  " f17300-metodo "   " f17300-id-status " " ws-qtde-x
                        "   NAO APURADA"
                                                    into rl-linha-relatorio
            end-if

            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2800-informar-produto section.

            move "N"                                to ws-id-registro

            perform until exit

                accept f-cd-produto at line 11 col 34 with update auto-skip

                move f-cd-produto              to ws-cd-produto

                if   ws-cd-produto equal zeros
                     exit perform
                end-if

                initialize                     f01800-produto
                move lnk-cd-empresa            to f01800-cd-empresa
                move lnk-cd-filial             to f01800-cd-filial
                move ws-cd-produto             to f01800-cd-produto
                perform 9000-ler-pd01800-ran
                if   not ws-operacao-ok
                     string "Produto não cadastrado! [" ws-cd-produto "]" into ws-mensagem
                     perform 9000-mensagem
                else
                     move f01800-descricao-produto  to f-descricao-produto
                     move "S"                       to ws-id-registro
                     display f-descricao-produto at line 11 col 45
                     exit perform
                end-if

            end-perform

       exit.

      *>=================================================================================
      *> Método vigente do produto em ws-cd-produto, ou o padrão
       2810-carregar-metodo section.

            move "M"                                to f-metodo
            move c-meses-media-padrao               to f-nr-meses-media
            move 0,30                               to f-alfa

            initialize                              f17400-metodo-previsao
            move lnk-cd-empresa                     to f17400-cd-empresa
            move lnk-cd-filial                      to f17400-cd-filial
            move ws-cd-produto                      to f17400-cd-produto
            perform 9000-ler-pd17400-ran
            if   ws-operacao-ok
                 move f17400-metodo                 to f-metodo
                 move f17400-nr-meses-media         to f-nr-meses-media
                 move f17400-alfa                   to f-alfa
            end-if

            display frm-previsao

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Competência AAAAMM - padrão o mês seguinte ao atual
       2820-informar-competencia section.

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes
            if   ws-mes-competencia equal 12
                 move 01                            to ws-mes-competencia
                 add  1                             to ws-ano-competencia
            else
                 add  1                             to ws-mes-competencia
            end-if
            move ws-ano-mes                         to f-ano-mes

            perform until exit
                 accept f-ano-mes at line 13 col 34 with update auto-skip
                 move f-ano-mes                     to ws-ano-mes
                 if   ws-mes-competencia greater zeros
                 and  ws-mes-competencia not greater 12
                      exit perform
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Média mensal de venda do produto nos 12 meses anteriores à
      *> competência, como referência para o ajuste.
       2830-media-12-meses section.

            move zeros                              to ws-qtde-soma
            move ws-ano-mes                         to ws-ano-mes-calculo

            perform varying ws-ix from 1 by 1 until ws-ix > 12

                 if   ws-mes-calculo equal 01
                      move 12                       to ws-mes-calculo
                      subtract 1                    from ws-ano-calculo
                 else
                      subtract 1                    from ws-mes-calculo
                 end-if

                 initialize                         f05800-estatistica-produto
                 move lnk-cd-empresa                to f05800-cd-empresa
                 move lnk-cd-filial                 to f05800-cd-filial
                 move ws-ano-mes-calculo            to f05800-ano-mes
                 move ws-cd-produto                 to f05800-cd-produto
                 perform 9000-ler-pd05800-ran
                 if   ws-operacao-ok
                 and  f05800-qtde-vendida greater zeros
                      add  f05800-qtde-vendida      to ws-qtde-soma
                 end-if

            end-perform

            compute ws-media-12-meses rounded = ws-qtde-soma / 12
            move ws-media-12-meses                  to f-media-12-meses

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2840-mostrar-previsao section.

            move f17300-metodo                      to f-metodo
            move f17300-qtde-prevista               to f-qtde-prevista
            move f17300-qtde-ajustada               to f-qtde-ajustada
            move f17300-qtde-aprovada               to f-qtde-aprovada
            move f17300-id-status                   to f-id-status
            if   f17300-real-apurado
                 move f17300-qtde-real              to f-qtde-real
                 move f17300-perc-erro              to f-perc-erro
            else
                 move zeros                         to f-qtde-real
                                                       f-perc-erro
            end-if

            display frm-previsao

       exit.

      *>=================================================================================
      *> Quantidade aprovada = ajustada pelo comprador ou a calculada
       2850-aprovar-previsao section.

            accept ws-data-inv                      from date yyyymmdd

            if   f17300-previsao-ajustada
                 move f17300-qtde-ajustada          to f17300-qtde-aprovada
            else
                 move f17300-qtde-prevista          to f17300-qtde-aprovada
            end-if

            set  f17300-previsao-aprovada           to true
            move ws-data-inv                        to f17300-data-aprovacao
            move lnk-id-usuario                     to f17300-id-usuario-aprovacao

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-manutencao
                 move "01 - Metodo Produto"        to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Revisao"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Aprovar Mes"           to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "04 - Acuracia"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-previsao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-previsao

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR01800.cpy.
       copy CSR05800.cpy.
       copy CSR17300.cpy.
       copy CSR17400.cpy.
