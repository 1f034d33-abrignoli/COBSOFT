      $set sourceformat"free"
       program-id. CS60010C.
      *>=================================================================================
      *>
      *>     Produção - Equipamentos e Planos de Manutenção Preventiva
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17800.cpy.
       copy CSS17900.cpy.
       copy CSS17700.cpy.
       copy CSS18000.cpy.
       copy CSS12200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF17800.cpy.
       copy CSF17900.cpy.
       copy CSF17700.cpy.
       copy CSF18000.cpy.
       copy CSF12200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS60010C".
       78   c-descricao-programa                   value "EQUIPAMENTOS".
       78   c-dias-aviso-preventiva                value 7.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW17800.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-id-plano                         pic x(01).
               88 ws-plano-existente                    value "S" false "N".
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-base-plano                  pic 9(08).
            03 ws-data-proxima                     pic 9(08).
            03 ws-horas-desde-execucao             pic s9(07)v9(02).
            03 ws-nr-plano                         pic 9(03).
            03 ws-ds-plano                         pic x(40).
            03 ws-tipo-gatilho                     pic x(01).
            03 ws-intervalo                        pic 9(06).
            03 ws-horas-parada-x                   pic zz9,99.
            03 ws-data-ultima-execucao             pic 9(08).
            03 ws-id-status-plano                  pic x(01).
            03 ws-nr-ordem-aberta                  pic 9(09).
            03 ws-nr-planos                        pic 9(06).
            03 ws-nr-vencidos                      pic 9(06).

       01   ws-campos-relatorio.
            03 ws-horas-x                          pic z.zzz.zz9,99.
            03 ws-horas-2-x                        pic -.zzz.zz9,99.
            03 ws-intervalo-x                      pic zzzzz9.
            03 ws-contador-x                       pic zzzzz9.
            03 ws-data-x                           pic x(10).
            03 ws-ds-gatilho                       pic x(06).
            03 ws-ds-situacao                      pic x(10).
            03 ws-ds-ordem                         pic x(15).

       01   f-equipamento.
            03 f-cd-equipamento                    pic 9(06).
            03 f-id-status                         pic x(01).
            03 f-ds-equipamento                    pic x(40).
            03 f-cd-centro-trabalho                pic 9(04).
            03 f-ds-centro-trabalho                pic x(40).
            03 f-nr-patrimonio                     pic x(20).
            03 f-nm-fabricante                     pic x(30).
            03 f-data-instalacao                   pic 9(08).
            03 f-horas-uso-inicial                 pic zzzzzz9,99.
            03 f-horas-uso                         pic zzzzzz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-equipamento.
            03 line 11 col 09   pic x(24) value "Equipamento............:".
            03 line 11 col 34   pic 9(06) from f-cd-equipamento.
            03 line 11 col 47   pic x(18) value "Situacao (A/I)...:".
            03 line 11 col 66   pic x(01) from f-id-status.
            03 line 13 col 09   pic x(24) value "Descricao..............:".
            03 line 13 col 34   pic x(40) from f-ds-equipamento.
            03 line 15 col 09   pic x(24) value "Centro de Trabalho.....:".
            03 line 15 col 34   pic 9(04) from f-cd-centro-trabalho.
            03 line 15 col 40   pic x(40) from f-ds-centro-trabalho.
            03 line 17 col 09   pic x(24) value "Patrimonio.............:".
            03 line 17 col 34   pic x(20) from f-nr-patrimonio.
            03 line 17 col 56   pic x(11) value "Fabricante:".
            03 line 17 col 68   pic x(30) from f-nm-fabricante.
            03 line 19 col 09   pic x(24) value "Instalacao (AAAAMMDD)..:".
            03 line 19 col 34   pic 9(08) from f-data-instalacao.
            03 line 19 col 47   pic x(18) value "Horas Uso Inicial:".
            03 line 19 col 66   pic zzzzzz9,99 from f-horas-uso-inicial.
            03 line 21 col 09   pic x(24) value "Horas de Uso Atual.....:".
            03 line 21 col 34   pic zzzzzz9,99 from f-horas-uso.

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

            string lnk-dat-path delimited   by "  " "\EFD178.DAT" into wid-pd17800
            open i-o pd17800
            if   ws-arquivo-inexistente
                 open output pd17800
                 close pd17800
                 open i-o pd17800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD178.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD179.DAT" into wid-pd17900
            open i-o pd17900
            if   ws-arquivo-inexistente
                 open output pd17900
                 close pd17900
                 open i-o pd17900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD179.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            close pd17800
            close pd17900
            close pd17700
            close pd18000
            close pd12200

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                when 04
                     perform 2100-plano-preventivo
                when 05
                     perform 2100-vencimentos
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-equipamento <> zeros
                 accept f-cd-equipamento at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17800-equipamento
            move lnk-cd-empresa                    to f17800-cd-empresa
            move lnk-cd-filial                     to f17800-cd-filial
            move f-cd-equipamento                  to f17800-cd-equipamento
            perform 9000-ler-pd17800-ran
            if   ws-operacao-ok
                 string "Equipamento já cadastrado! [" f-cd-equipamento "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-move-registros-frame
                 exit section
            end-if

            move "A"                               to f-id-status
            accept f-data-instalacao               from date yyyymmdd
            perform 2200-informar-campos

            move "Confirma inclusão do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 initialize                        f17800-equipamento
                 move lnk-cd-empresa               to f17800-cd-empresa
                 move lnk-cd-filial                to f17800-cd-filial
                 move f-cd-equipamento             to f17800-cd-equipamento
                 perform 9000-move-registros-arquivo

                 perform 9000-gravar-pd17800

                 if   not ws-operacao-ok
                      string "Erro de gravação PD17800 - f17800-chave [" f17800-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-equipamento <> zeros
                 accept f-cd-equipamento at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17800-equipamento
            move lnk-cd-empresa                    to f17800-cd-empresa
            move lnk-cd-filial                     to f17800-cd-filial
            move f-cd-equipamento                  to f17800-cd-equipamento
            perform 9000-ler-pd17800-ran
            if   not ws-operacao-ok
                 string "Equipamento não encontrado! - [" f-cd-equipamento "]" into ws-mensagem
                 perform 9000-mensagem
            else
                 perform 9000-move-registros-frame
            end-if

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-equipamento <> zeros
                 accept f-cd-equipamento at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17800-equipamento
            move lnk-cd-empresa                    to f17800-cd-empresa
            move lnk-cd-filial                     to f17800-cd-filial
            move f-cd-equipamento                  to f17800-cd-equipamento
            perform 9000-ler-pd17800-ran
            if   not ws-operacao-ok
                 string "Equipamento não encontrado! - [" f-cd-equipamento "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 2200-informar-campos

            move "Confirma alteração do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 initialize                        f17800-equipamento
                 move lnk-cd-empresa               to f17800-cd-empresa
                 move lnk-cd-filial                to f17800-cd-filial
                 move f-cd-equipamento             to f17800-cd-equipamento
                 perform 9000-ler-pd17800-ran
                 if   not ws-operacao-ok
                      string "Equipamento não encontrado! - [" f-cd-equipamento "]" into ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if

                 perform 9000-move-registros-arquivo

                 perform 9000-regravar-pd17800

                 if   not ws-operacao-ok
                      string "Erro de regravação PD17800 - f17800-chave [" f17800-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Plano preventivo do equipamento: inclui ou altera pelo número.
      *> Gatilho C = a cada N dias da última execução (ou da instalação)
      *> e H = a cada N horas de uso. A última execução é informada na
      *> implantação; depois quem atualiza é o encerramento da ordem
      *> preventiva (CS60011C).
       2100-plano-preventivo section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-equipamento <> zeros
                 accept f-cd-equipamento at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17800-equipamento
            move lnk-cd-empresa                    to f17800-cd-empresa
            move lnk-cd-filial                     to f17800-cd-filial
            move f-cd-equipamento                  to f17800-cd-equipamento
            perform 9000-ler-pd17800-ran
            if   not ws-operacao-ok
                 string "Equipamento não encontrado! - [" f-cd-equipamento "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move zeros                             to ws-nr-plano
            perform until ws-nr-plano <> zeros
                 display "Numero do plano...........:" at line 23 col 03
                 accept ws-nr-plano                at line 23 col 31 with update auto-skip
            end-perform

            initialize                             f17900-plano-preventivo
            move lnk-cd-empresa                    to f17900-cd-empresa
            move lnk-cd-filial                     to f17900-cd-filial
            move f-cd-equipamento                  to f17900-cd-equipamento
            move ws-nr-plano                       to f17900-nr-plano
            perform 9000-ler-pd17900-ran
            if   ws-operacao-ok
                 move f17900-ds-plano              to ws-ds-plano
                 move f17900-tipo-gatilho          to ws-tipo-gatilho
                 if   f17900-gatilho-horas
                      move f17900-intervalo-horas  to ws-intervalo
                 else
                      move f17900-intervalo-dias   to ws-intervalo
                 end-if
                 move f17900-horas-parada-prevista to ws-horas-parada-x
                 move f17900-data-ultima-execucao  to ws-data-ultima-execucao
                 move f17900-id-status             to ws-id-status-plano
                 set  ws-plano-existente     to true
            else
                 move spaces                       to ws-ds-plano ws-tipo-gatilho
                 move zeros                        to ws-intervalo ws-data-ultima-execucao
                 move zeros                        to ws-horas-parada-x
                 move "A"                          to ws-id-status-plano
                 set  ws-plano-existente     to false
            end-if

            display "Descricao do plano........:"   at line 24 col 03
            perform until ws-ds-plano <> spaces
                 accept ws-ds-plano                at line 24 col 31 with update auto-skip
                 move function upper-case(ws-ds-plano) to ws-ds-plano
            end-perform

            display "Gatilho (C=Dias H=Horas)..:"   at line 25 col 03
            perform until ws-tipo-gatilho = "C" or "H"
                 accept ws-tipo-gatilho            at line 25 col 31 with update auto-skip
                 move function upper-case(ws-tipo-gatilho) to ws-tipo-gatilho
            end-perform

            display "Intervalo (dias ou horas).:"   at line 26 col 03
            perform until ws-intervalo greater zeros
                 accept ws-intervalo               at line 26 col 31 with update auto-skip
            end-perform
            if   ws-tipo-gatilho equal "C"
            and  ws-intervalo greater 9999
                 move 9999                         to ws-intervalo
            end-if

            display "Parada prevista (horas)...:"   at line 27 col 03
            accept ws-horas-parada-x               at line 27 col 31 with update auto-skip

            display "Ultima execucao (AAAAMMDD):"   at line 28 col 03
            perform until exit
                 accept ws-data-ultima-execucao    at line 28 col 31 with update auto-skip
                 if   ws-data-ultima-execucao equal zeros
                 or   function test-date-yyyymmdd(ws-data-ultima-execucao) equal zeros
                      exit perform
                 end-if
                 move "Data inválida!"             to ws-mensagem
                 perform 9000-mensagem
            end-perform

            display "Situacao (A/I)............:"   at line 29 col 03
            perform until ws-id-status-plano = "A" or "I"
                 accept ws-id-status-plano         at line 29 col 31 with update auto-skip
                 move function upper-case(ws-id-status-plano) to ws-id-status-plano
            end-perform

            move "Confirma gravação do plano preventivo? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            if   not ws-plano-existente
                 initialize                        f17900-plano-preventivo
                 move lnk-cd-empresa               to f17900-cd-empresa
                 move lnk-cd-filial                to f17900-cd-filial
                 move f-cd-equipamento             to f17900-cd-equipamento
                 move ws-nr-plano                  to f17900-nr-plano
                 move zeros                        to f17900-horas-uso-ultima-execucao
            end-if

      *> Execução informada à mão (implantação) zera a contagem de
      *> horas a partir das horas de uso de hoje
            if   ws-data-ultima-execucao not equal f17900-data-ultima-execucao
                 move f-cd-equipamento             to ws-cd-equipamento-uso
                 perform 9000-horas-uso-equipamento
                 move ws-horas-uso                 to f17900-horas-uso-ultima-execucao
            end-if

            move ws-ds-plano                       to f17900-ds-plano
            move ws-tipo-gatilho                   to f17900-tipo-gatilho
            move zeros                             to f17900-intervalo-dias
                                                      f17900-intervalo-horas
            if   f17900-gatilho-horas
                 move ws-intervalo                 to f17900-intervalo-horas
            else
                 move ws-intervalo                 to f17900-intervalo-dias
            end-if
            move ws-horas-parada-x                 to f17900-horas-parada-prevista
            move ws-data-ultima-execucao           to f17900-data-ultima-execucao
            move ws-id-status-plano                to f17900-id-status

            if   ws-plano-existente
                 perform 9000-regravar-pd17900
            else
                 perform 9000-gravar-pd17900
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar plano preventivo - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Plano preventivo registrado!"    to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Vencimento dos planos ativos: por calendário, a próxima data
      *> (última execução ou instalação + intervalo) já passou ou cai
      *> nos próximos dias; por horas, as horas de uso desde a última
      *> execução atingiram o intervalo (ou 90% dele). Mostra a ordem
      *> preventiva já aberta para o plano, quando houver.
       2100-vencimentos section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            accept ws-data-hoje                     from date yyyymmdd
            move zeros                              to ws-nr-planos ws-nr-vencidos

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "VENCIMENTO DA MANUTENCAO PREVENTIVA - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial " EM " ws-data-hoje(7:2) "/" ws-data-hoje(5:2)
                   "/" ws-data-hoje(1:4)            into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "EQUIP. PLANO DESCRICAO                                GATILHO INTERVALO  PROXIMA/HORAS USO  SITUACAO   ORDEM"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f17900-plano-preventivo
            move lnk-cd-empresa                     to f17900-cd-empresa
            move lnk-cd-filial                      to f17900-cd-filial
            perform 9000-str-pd17900-grt
            perform 9000-ler-pd17900-nex

            perform until not ws-operacao-ok
                          or f17900-cd-empresa <> lnk-cd-empresa
                          or f17900-cd-filial  <> lnk-cd-filial

                 if   f17900-plano-ativo
                      perform 2110-avaliar-plano
                 end-if

                 perform 9000-ler-pd17900-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-planos                       to ws-contador-x
            string "PLANOS ATIVOS.....: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-vencidos                     to ws-contador-x
            string "PLANOS VENCIDOS...: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2110-avaliar-plano section.

            move f17900-cd-equipamento              to ws-cd-equipamento-uso
            perform 9000-horas-uso-equipamento
            if   not f17800-equipamento-ativo
                 exit section
            end-if

            add  1                                  to ws-nr-planos
            move "EM DIA"                           to ws-ds-situacao
            move spaces                             to ws-data-x

            if   f17900-gatilho-calendario
                 move "DIAS"                        to ws-ds-gatilho
                 move f17900-intervalo-dias         to ws-intervalo-x
                 if   f17900-data-ultima-execucao greater zeros
                      move f17900-data-ultima-execucao to ws-data-base-plano
                 else
                      move f17800-data-instalacao   to ws-data-base-plano
                 end-if
                 if   function test-date-yyyymmdd(ws-data-base-plano) not equal zeros
                      move ws-data-hoje             to ws-data-base-plano
                 end-if
                 compute ws-data-proxima =
                         function date-of-integer(function integer-of-date(ws-data-base-plano)
                                                  + f17900-intervalo-dias)
                 string ws-data-proxima(7:2) "/" ws-data-proxima(5:2) "/"
                        ws-data-proxima(1:4)        into ws-data-x
                 evaluate true
                     when ws-data-proxima not greater ws-data-hoje
                          move "VENCIDO"            to ws-ds-situacao
                     when function integer-of-date(ws-data-proxima)
                        - function integer-of-date(ws-data-hoje)
                          not greater c-dias-aviso-preventiva
                          move "A VENCER"           to ws-ds-situacao
                 end-evaluate
            else
                 move "HORAS"                       to ws-ds-gatilho
                 move f17900-intervalo-horas        to ws-intervalo-x
                 compute ws-horas-desde-execucao =
                         ws-horas-uso - f17900-horas-uso-ultima-execucao
                 move ws-horas-desde-execucao       to ws-horas-2-x
                 evaluate true
                     when ws-horas-desde-execucao not less f17900-intervalo-horas
                          move "VENCIDO"            to ws-ds-situacao
                     when ws-horas-desde-execucao * 10 not less f17900-intervalo-horas * 9
                          move "A VENCER"           to ws-ds-situacao
                 end-evaluate
            end-if

            if   ws-ds-situacao equal "VENCIDO"
                 add  1                             to ws-nr-vencidos
            end-if

            perform 2120-ordem-aberta-plano
            move spaces                             to ws-ds-ordem
            if   ws-nr-ordem-aberta greater zeros
                 string "OS " ws-nr-ordem-aberta    into ws-ds-ordem
            end-if

            move spaces                             to rl-linha-relatorio
            if   f17900-gatilho-calendario
                 string f17900-cd-equipamento " " f17900-nr-plano "   " f17900-ds-plano
                        " " ws-ds-gatilho "  " ws-intervalo-x "    " ws-data-x
                        "         " ws-ds-situacao " " ws-ds-ordem
                        into rl-linha-relatorio
            else
                 string f17900-cd-equipamento " " f17900-nr-plano "   " f17900-ds-plano
                        " " ws-ds-gatilho " " ws-intervalo-x "    " ws-horas-2-x
                        "       " ws-ds-situacao " " ws-ds-ordem
                        into rl-linha-relatorio
            end-if
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2120-ordem-aberta-plano section.

            move zeros                              to ws-nr-ordem-aberta

            initialize                              f18000-ordem-manutencao
            move lnk-cd-empresa                     to f18000-cd-empresa
            move lnk-cd-filial                      to f18000-cd-filial
            perform 9000-str-pd18000-grt
            perform 9000-ler-pd18000-nex

            perform until not ws-operacao-ok
                          or f18000-cd-empresa <> lnk-cd-empresa
                          or f18000-cd-filial  <> lnk-cd-filial

                 if   f18000-ordem-aberta
                 and  f18000-manutencao-preventiva
                 and  f18000-cd-equipamento equal f17900-cd-equipamento
                 and  f18000-nr-plano       equal f17900-nr-plano
                      move f18000-nr-ordem-manutencao to ws-nr-ordem-aberta
                      exit perform
                 end-if

                 perform 9000-ler-pd18000-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2200-informar-campos section.

            perform until f-ds-equipamento <> spaces
                 accept f-ds-equipamento at line 13 col 34 with update auto-skip
                 move function upper-case(f-ds-equipamento) to f-ds-equipamento
            end-perform

            perform until exit
                 accept f-cd-centro-trabalho at line 15 col 34 with update auto-skip
                 initialize                        f17700-centro-trabalho
                 move lnk-cd-empresa               to f17700-cd-empresa
                 move lnk-cd-filial                to f17700-cd-filial
                 move f-cd-centro-trabalho         to f17700-cd-centro-trabalho
                 perform 9000-ler-pd17700-ran
                 if   ws-operacao-ok
                      move f17700-ds-centro-trabalho to f-ds-centro-trabalho
                      display frm-equipamento
                      exit perform
                 end-if
                 move "Centro de trabalho sem capacidade cadastrada (CS60008C)!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            accept f-nr-patrimonio at line 17 col 34 with update auto-skip
            move function upper-case(f-nr-patrimonio) to f-nr-patrimonio
            accept f-nm-fabricante at line 17 col 68 with update auto-skip
            move function upper-case(f-nm-fabricante) to f-nm-fabricante

            perform until exit
                 accept f-data-instalacao at line 19 col 34 with update auto-skip
                 if   function test-date-yyyymmdd(f-data-instalacao) equal zeros
                      exit perform
                 end-if
                 move "Data inválida!"             to ws-mensagem
                 perform 9000-mensagem
            end-perform

            accept f-horas-uso-inicial at line 19 col 66 with update auto-skip

            perform until f-id-status = "A" or "I"
                 accept f-id-status at line 11 col 66 with update auto-skip
                 move function upper-case(f-id-status) to f-id-status
            end-perform

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Incluir"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Manutencao"            to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "04 - Plano Preventivo"      to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Vencimentos"           to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-equipamento

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-equipamento

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP17800.cpy. *> Horas de uso do equipamento

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-equipamento
            move f17800-cd-equipamento             to f-cd-equipamento
            move f17800-id-status                  to f-id-status
            move f17800-ds-equipamento             to f-ds-equipamento
            move f17800-cd-centro-trabalho         to f-cd-centro-trabalho
            move f17800-nr-patrimonio              to f-nr-patrimonio
            move f17800-nm-fabricante              to f-nm-fabricante
            move f17800-data-instalacao            to f-data-instalacao
            move f17800-horas-uso-inicial          to f-horas-uso-inicial

            initialize                             f17700-centro-trabalho
            move lnk-cd-empresa                    to f17700-cd-empresa
            move lnk-cd-filial                     to f17700-cd-filial
            move f17800-cd-centro-trabalho         to f17700-cd-centro-trabalho
            perform 9000-ler-pd17700-ran
            if   ws-operacao-ok
                 move f17700-ds-centro-trabalho    to f-ds-centro-trabalho
            end-if

            move f17800-cd-equipamento             to ws-cd-equipamento-uso
            perform 9000-horas-uso-equipamento
            move ws-horas-uso                      to f-horas-uso

            perform 9000-frame-padrao
            display frm-equipamento

       exit.

      *>=================================================================================
       9000-move-registros-arquivo section.

            move f-ds-equipamento                  to f17800-ds-equipamento
            move f-cd-centro-trabalho              to f17800-cd-centro-trabalho
            move f-nr-patrimonio                   to f17800-nr-patrimonio
            move f-nm-fabricante                   to f17800-nm-fabricante
            move f-data-instalacao                 to f17800-data-instalacao
            move f-horas-uso-inicial               to f17800-horas-uso-inicial
            move f-id-status                       to f17800-id-status

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR17800.cpy.
       copy CSR17900.cpy.
       copy CSR17700.cpy.
       copy CSR18000.cpy.
       copy CSR12200.cpy.
