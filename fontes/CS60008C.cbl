      $set sourceformat"free"
       program-id. CS60008C.
      *>=================================================================================
      *>
      *>            Produção - Capacidade dos Centros de Trabalho
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17700.cpy.
       copy CSS12100.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF17700.cpy.
       copy CSF12100.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS60008C".
       78   c-descricao-programa                   value "CAPACIDADE CENTROS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-status-centro                    pic x(01).
               88 ws-centro-existente                   value "S" false "N".
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-horas-dia                        pic 9(05)v9(02).
            03 ws-horas-dia-x                      pic zz.zz9,99.
            03 ws-nr-centros                       pic 9(04).
            03 ws-contador-x                       pic zzz9.

       01   f-centro.
            03 f-cd-centro-trabalho                pic 9(04).
            03 f-ds-centro-trabalho                pic x(40).
            03 f-nr-turnos                         pic 9(01).
            03 f-horas-turno                       pic z9,99.
            03 f-qtde-recursos                     pic zz9.
            03 f-perc-eficiencia                   pic zz9,99.
            03 f-id-status                         pic x(01).
            03 f-horas-dia                         pic zz.zz9,99.
            03 f-data-alteracao                    pic 9(08).
            03 f-id-usuario-alteracao              pic x(11).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-centro.
            03 line 11 col 09   pic x(24) value "Centro de Trabalho.....:".
            03 line 11 col 34   pic 9(04) from f-cd-centro-trabalho.
            03 line 13 col 09   pic x(24) value "Descricao..............:".
            03 line 13 col 34   pic x(40) from f-ds-centro-trabalho.
            03 line 15 col 09   pic x(24) value "Turnos por Dia.........:".
            03 line 15 col 34   pic 9(01) from f-nr-turnos.
            03 line 15 col 47   pic x(18) value "Horas por Turno..:".
            03 line 15 col 66   pic z9,99 from f-horas-turno.
            03 line 17 col 09   pic x(24) value "Recursos em Paralelo...:".
            03 line 17 col 34   pic zz9 from f-qtde-recursos.
            03 line 17 col 47   pic x(18) value "Eficiencia (%)...:".
            03 line 17 col 66   pic zz9,99 from f-perc-eficiencia.
            03 line 19 col 09   pic x(24) value "Situacao (A/I).........:".
            03 line 19 col 34   pic x(01) from f-id-status.
            03 line 19 col 47   pic x(18) value "Horas Uteis/Dia..:".
            03 line 19 col 66   pic zz.zz9,99 from f-horas-dia.
            03 line 21 col 09   pic x(24) value "Alterado por...........:".
            03 line 21 col 34   pic x(11) from f-id-usuario-alteracao.
            03 line 21 col 47   pic x(18) value "Data Alteracao...:".
            03 line 21 col 66   pic 9(08) from f-data-alteracao.

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

            string lnk-dat-path delimited   by "  " "\EFD177.DAT" into wid-pd17700
            open i-o pd17700
            if   ws-arquivo-inexistente
                 open output pd17700
                 close pd17700
                 open i-o pd17700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD177.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            close pd17700
            close pd12100

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
                     perform 2100-exclusao
                when 05
                     perform 2100-relatorio
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

            perform until f-cd-centro-trabalho <> zeros
                 accept f-cd-centro-trabalho at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17700-centro-trabalho
            move lnk-cd-empresa                    to f17700-cd-empresa
            move lnk-cd-filial                     to f17700-cd-filial
            move f-cd-centro-trabalho              to f17700-cd-centro-trabalho
            perform 9000-ler-pd17700-ran
            if   ws-operacao-ok
                 string "Centro de trabalho já cadastrado! [" f-cd-centro-trabalho "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-move-registros-frame
                 exit section
            end-if

            move "A"                               to f-id-status
            move 100                               to f-perc-eficiencia
            perform 2200-informar-campos
            if   not ws-validacao-ok
                 exit section
            end-if

            move "Confirma inclusão do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 initialize                        f17700-centro-trabalho
                 move lnk-cd-empresa               to f17700-cd-empresa
                 move lnk-cd-filial                to f17700-cd-filial
                 move f-cd-centro-trabalho         to f17700-cd-centro-trabalho
                 perform 9000-move-registros-arquivo

                 perform 9000-gravar-pd17700

                 if   not ws-operacao-ok
                      string "Erro de gravação PD17700 - f17700-chave [" f17700-chave "]" into ws-mensagem
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

            perform until f-cd-centro-trabalho <> zeros
                 accept f-cd-centro-trabalho at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17700-centro-trabalho
            move lnk-cd-empresa                    to f17700-cd-empresa
            move lnk-cd-filial                     to f17700-cd-filial
            move f-cd-centro-trabalho              to f17700-cd-centro-trabalho
            perform 9000-ler-pd17700-ran
            if   not ws-operacao-ok
                 string "Centro de trabalho não encontrado! - [" f-cd-centro-trabalho "]" into ws-mensagem
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

            perform until f-cd-centro-trabalho <> zeros
                 accept f-cd-centro-trabalho at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17700-centro-trabalho
            move lnk-cd-empresa                    to f17700-cd-empresa
            move lnk-cd-filial                     to f17700-cd-filial
            move f-cd-centro-trabalho              to f17700-cd-centro-trabalho
            perform 9000-ler-pd17700-ran
            if   not ws-operacao-ok
                 string "Centro de trabalho não encontrado! - [" f-cd-centro-trabalho "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 2200-informar-campos
            if   not ws-validacao-ok
                 exit section
            end-if

            move "Confirma alteração do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 initialize                        f17700-centro-trabalho
                 move lnk-cd-empresa               to f17700-cd-empresa
                 move lnk-cd-filial                to f17700-cd-filial
                 move f-cd-centro-trabalho         to f17700-cd-centro-trabalho
                 perform 9000-ler-pd17700-ran
                 if   not ws-operacao-ok
                      string "Centro de trabalho não encontrado! - [" f-cd-centro-trabalho "]" into ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if

                 perform 9000-move-registros-arquivo

                 perform 9000-regravar-pd17700

                 if   not ws-operacao-ok
                      string "Erro de regravação PD17700 - f17700-chave [" f17700-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Centro referenciado no roteiro de algum produto não sai do
      *> cadastro - a carga-máquina ficaria sem capacidade; inativar.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-centro-trabalho <> zeros
                 accept f-cd-centro-trabalho at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17700-centro-trabalho
            move lnk-cd-empresa                    to f17700-cd-empresa
            move lnk-cd-filial                     to f17700-cd-filial
            move f-cd-centro-trabalho              to f17700-cd-centro-trabalho
            perform 9000-ler-pd17700-ran
            if   not ws-operacao-ok
                 string "Centro de trabalho não encontrado! - [" f-cd-centro-trabalho "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-validacao

            if   ws-validacao-ok
                 perform 9000-sleep-3s

                 move "Confirma exclusão de registro? [S/N]"   to ws-mensagem
                 perform 9000-mensagem

                 if   ws-mensagem-opcao-sim
                      delete pd17700
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "CAPACIDADE DOS CENTROS DE TRABALHO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial         into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "CENTRO DESCRICAO                                TURNOS H/TURNO RECURSOS EFIC.%  HORAS/DIA SIT"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-nr-centros

            initialize                              f17700-centro-trabalho
            move lnk-cd-empresa                     to f17700-cd-empresa
            move lnk-cd-filial                      to f17700-cd-filial
            perform 9000-str-pd17700-grt
            perform 9000-ler-pd17700-nex

            perform until not ws-operacao-ok
                          or f17700-cd-empresa <> lnk-cd-empresa
                          or f17700-cd-filial  <> lnk-cd-filial

                 add  1                             to ws-nr-centros
                 perform 9000-move-registros-frame-campos

                 move spaces                        to rl-linha-relatorio
                 string f17700-cd-centro-trabalho "   " f17700-ds-centro-trabalho
                        " " f-nr-turnos "      " f-horas-turno "   " f-qtde-recursos
                        "      " f-perc-eficiencia " " f-horas-dia "  " f17700-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd17700-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-centros                      to ws-contador-x
            string "CENTROS CADASTRADOS: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            initialize                              f-centro

       exit.

      *>=================================================================================
      *> Descrição, turnos (1 a 3), horas do turno (até 24 no dia),
      *> recursos em paralelo e eficiência (1 a 100%).
       2200-informar-campos section.

            set  ws-validacao-nok                   to true

            perform until f-ds-centro-trabalho <> spaces
                 accept f-ds-centro-trabalho at line 13 col 34 with update auto-skip
                 move function upper-case(f-ds-centro-trabalho) to f-ds-centro-trabalho
            end-perform

            perform until f-nr-turnos greater zeros
                      and f-nr-turnos not greater 3
                 accept f-nr-turnos at line 15 col 34 with update auto-skip
            end-perform

            perform until exit
                 accept f-horas-turno at line 15 col 66 with update auto-skip
                 move f-horas-turno                 to f17700-horas-turno
                 if   f17700-horas-turno greater zeros
                 and  f17700-horas-turno * f-nr-turnos not greater 24
                      exit perform
                 end-if
                 move "Horas do turno x turnos deve ficar entre 0 e 24 horas!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until exit
                 accept f-qtde-recursos at line 17 col 34 with update auto-skip
                 move f-qtde-recursos               to f17700-qtde-recursos
                 if   f17700-qtde-recursos greater zeros
                      exit perform
                 end-if
            end-perform

            perform until exit
                 accept f-perc-eficiencia at line 17 col 66 with update auto-skip
                 move f-perc-eficiencia             to f17700-perc-eficiencia
                 if   f17700-perc-eficiencia greater zeros
                 and  f17700-perc-eficiencia not greater 100
                      exit perform
                 end-if
                 move "Eficiência deve ficar entre 0,01 e 100%!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until f-id-status = "A" or "I"
                 accept f-id-status at line 19 col 34 with update auto-skip
                 move function upper-case(f-id-status) to f-id-status
            end-perform

            compute ws-horas-dia rounded =
                    f-nr-turnos * f17700-horas-turno * f17700-qtde-recursos
                    * f17700-perc-eficiencia / 100
            move ws-horas-dia                       to f-horas-dia
            display frm-centro

            set  ws-validacao-ok                    to true

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
            end-if

            if   lnk-permite-exclusao
                 move "04 - Exclusao"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-centro

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-centro

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-centro
            move f17700-cd-centro-trabalho         to f-cd-centro-trabalho
            move f17700-ds-centro-trabalho         to f-ds-centro-trabalho
            move f17700-id-status                  to f-id-status
            move f17700-data-alteracao             to f-data-alteracao
            move f17700-id-usuario-alteracao       to f-id-usuario-alteracao
            perform 9000-move-registros-frame-campos

            perform 9000-frame-padrao
            display frm-centro

       exit.

      *>=================================================================================
       9000-move-registros-frame-campos section.

            move f17700-nr-turnos                  to f-nr-turnos
            move f17700-horas-turno                to f-horas-turno
            move f17700-qtde-recursos              to f-qtde-recursos
            move f17700-perc-eficiencia            to f-perc-eficiencia

            compute ws-horas-dia rounded =
                    f17700-nr-turnos * f17700-horas-turno * f17700-qtde-recursos
                    * f17700-perc-eficiencia / 100
            move ws-horas-dia                      to f-horas-dia

       exit.

      *>=================================================================================
       9000-move-registros-arquivo section.

            move f-ds-centro-trabalho              to f17700-ds-centro-trabalho
            move f-nr-turnos                       to f17700-nr-turnos
            move f-horas-turno                     to f17700-horas-turno
            move f-qtde-recursos                   to f17700-qtde-recursos
            move f-perc-eficiencia                 to f17700-perc-eficiencia
            move f-id-status                       to f17700-id-status
            accept f17700-data-alteracao           from date yyyymmdd
            move lnk-id-usuario                    to f17700-id-usuario-alteracao

       exit.

      *>=================================================================================
       9000-validacao section.

            set ws-validacao-ok                    to true

            initialize                             f12100-roteiro-producao
            move lnk-cd-empresa                    to f12100-cd-empresa
            move lnk-cd-filial                     to f12100-cd-filial
            perform 9000-str-pd12100-grt
            perform 9000-ler-pd12100-nex
            perform until not ws-operacao-ok
                 or f12100-cd-empresa <> lnk-cd-empresa
                 or f12100-cd-filial  <> lnk-cd-filial

                 if   f12100-cd-centro-trabalho equal f-cd-centro-trabalho
                 and  f12100-operacao-ativa
                      set ws-validacao-nok         to true
                      move "Centro usado em roteiro de produção - Exclusão não permitida (inativar)!" to ws-mensagem
                      perform 9000-mensagem
                      exit perform
                 end-if

                 perform 9000-ler-pd12100-nex

            end-perform

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR17700.cpy.
       copy CSR12100.cpy.
