      $set sourceformat"free"
       program-id. CS10051C.
      *>=================================================================================
      *>
      *>                  Fechamento e Reabertura do Período Contábil
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14200.cpy.
       copy CSS14100.cpy.
       copy CSS09200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF14200.cpy.
       copy CSF14100.cpy.
       copy CSF09200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10051C".
       78   c-descricao-programa                   value "PERIODO CONTABIL".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-periodo                       pic x(01).
               88 ws-periodo-encontrado                 value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-ano-mes-periodo                  pic 9(06).
            03 ws-nr-lancamentos                   pic 9(07).
            03 ws-valor-total                      pic 9(13)v9(02).
            03 ws-nr-contas-sem-plano              pic 9(05).
            03 ws-nr-contas-sem-plano-x            pic z(04)9.
            03 ws-cd-conta-verificar               pic 9(05).

       01   f-periodo.
            03 f-mes-periodo                       pic 9(02).
            03 f-ano-periodo                       pic 9(04).
            03 f-ds-status                         pic x(30).
            03 f-nr-lancamentos                    pic z.zzz.zz9.
            03 f-valor-total                       pic z.zzz.zzz.zzz.zz9,99.
            03 f-data-fechamento                   pic 99/99/9999.
            03 f-id-usuario-fechamento             pic x(11).
            03 f-data-reabertura                   pic 99/99/9999.
            03 f-id-usuario-reabertura             pic x(11).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-periodo.
            03 line 11 col 16   pic x(17) value "Competencia.....:".
            03 line 11 col 34   pic 9(02) from f-mes-periodo.
            03 line 11 col 36   pic x(01) value "/".
            03 line 11 col 37   pic 9(04) from f-ano-periodo.
            03 line 13 col 16   pic x(17) value "Situacao........:".
            03 line 13 col 34   pic x(30) from f-ds-status.
            03 line 15 col 16   pic x(17) value "Lancamentos.....:".
            03 line 15 col 34   pic x(09) from f-nr-lancamentos.
            03 line 17 col 16   pic x(17) value "Valor Total.....:".
            03 line 17 col 34   pic x(20) from f-valor-total.
            03 line 19 col 16   pic x(17) value "Fechado em/por..:".
            03 line 19 col 34   pic x(10) from f-data-fechamento.
            03 line 19 col 46   pic x(11) from f-id-usuario-fechamento.
            03 line 21 col 16   pic x(17) value "Reaberto em/por.:".
            03 line 21 col 34   pic x(10) from f-data-reabertura.
            03 line 21 col 46   pic x(11) from f-id-usuario-reabertura.

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

            string lnk-dat-path delimited   by "  " "\EFD142.DAT" into wid-pd14200
            open i-o pd14200
            if   ws-arquivo-inexistente
                 open output pd14200
                 close pd14200
                 open i-o pd14200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD142.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD141.DAT" into wid-pd14100
            open i-o pd14100
            if   ws-arquivo-inexistente
                 open output pd14100
                 close pd14100
                 open i-o pd14100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD141.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD092.DAT" into wid-pd09200
            open i-o pd09200
            if   ws-arquivo-inexistente
                 open output pd09200
                 close pd09200
                 open i-o pd09200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD092.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            close pd14200
            close pd14100
            close pd09200

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-fechar
                when 02
                     perform 2100-reabrir
                when 03
                     perform 2100-consulta
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
      *> Fechamento: todos os lançamentos da competência precisam ter as
      *> duas contas no plano contábil (CS10050C), senão ficariam fora
      *> do balancete e da exportação. Os totais conferidos ficam no
      *> período. Depois de fechado, nenhum programa grava lançamento
      *> gerencial na competência até a reabertura.
       2100-fechar section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-periodo

            if   ws-periodo-encontrado
            and  f14200-periodo-fechado
                 move "Competência já fechada!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-conferir-lancamentos

            move ws-nr-lancamentos                 to f-nr-lancamentos
            move ws-valor-total                    to f-valor-total
            perform 8000-tela

            if   ws-nr-contas-sem-plano greater zeros
                 move ws-nr-contas-sem-plano       to ws-nr-contas-sem-plano-x
                 move spaces                       to ws-mensagem
                 string ws-nr-contas-sem-plano-x " lançamento(s) com conta fora do plano contábil - confira o relatório do CS10050C." into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma o fechamento da competência? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            if   not ws-periodo-encontrado
                 initialize                        f14200-periodo-contabil
                 move lnk-cd-empresa               to f14200-cd-empresa
                 move lnk-cd-filial                to f14200-cd-filial
                 move ws-ano-mes-periodo           to f14200-ano-mes
            end-if

            set  f14200-periodo-fechado            to true
            move ws-nr-lancamentos                 to f14200-nr-lancamentos
            move ws-valor-total                    to f14200-valor-total
            accept f14200-data-fechamento          from date yyyymmdd
            move lnk-id-usuario                    to f14200-id-usuario-fechamento

            if   ws-periodo-encontrado
                 perform 9000-regravar-pd14200
            else
                 perform 9000-gravar-pd14200
            end-if
            if   not ws-operacao-ok
                 string "Erro ao fechar competência - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-periodo-encontrado             to true
            perform 9000-move-registros-frame
            move "Competência fechada!"            to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Reabertura exige permissão de exclusão; o fechamento anterior
      *> continua registrado para auditoria.
       2100-reabrir section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-periodo

            if   not ws-periodo-encontrado
            or   not f14200-periodo-fechado
                 move "Competência não está fechada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma a reabertura da competência? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f14200-periodo-reaberto           to true
            accept f14200-data-reabertura          from date yyyymmdd
            move lnk-id-usuario                    to f14200-id-usuario-reabertura

            perform 9000-regravar-pd14200
            if   not ws-operacao-ok
                 string "Erro ao reabrir competência - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Competência reaberta!"           to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-periodo

            if   not ws-periodo-encontrado
                 move "Competência aberta - sem fechamento registrado." to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move "PERIODOS CONTABEIS"               to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f14200-periodo-contabil
            move lnk-cd-empresa                     to f14200-cd-empresa
            move lnk-cd-filial                      to f14200-cd-filial
            perform 9000-str-pd14200-grt
            perform 9000-ler-pd14200-nex

            perform until not ws-operacao-ok
                          or f14200-cd-empresa <> lnk-cd-empresa
                          or f14200-cd-filial  <> lnk-cd-filial

                 move f14200-nr-lancamentos         to f-nr-lancamentos
                 move f14200-valor-total            to f-valor-total
                 move spaces                        to rl-linha-relatorio
                 string "COMPETENCIA " f14200-ano-mes
                        " SITUACAO " f14200-id-status
                        " LANCTOS " f-nr-lancamentos
                        " TOTAL " f-valor-total
                        " FECHADO " f14200-data-fechamento " " f14200-id-usuario-fechamento
                        " REABERTO " f14200-data-reabertura " " f14200-id-usuario-reabertura
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd14200-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2200-localizar-periodo section.

            set ws-periodo-encontrado              to false

            perform until f-mes-periodo >= 01 and <= 12
                 accept f-mes-periodo at line 11 col 34 with update auto-skip
            end-perform
            perform until f-ano-periodo <> zeros
                 accept f-ano-periodo at line 11 col 37 with update auto-skip
            end-perform

            compute ws-ano-mes-periodo = f-ano-periodo * 100 + f-mes-periodo

            initialize                             f14200-periodo-contabil
            move lnk-cd-empresa                    to f14200-cd-empresa
            move lnk-cd-filial                     to f14200-cd-filial
            move ws-ano-mes-periodo                to f14200-ano-mes
            perform 9000-ler-pd14200-ran
            if   not ws-operacao-ok
                 initialize                        f14200-periodo-contabil
                 move ws-ano-mes-periodo           to f14200-ano-mes
                 perform 9000-move-registros-frame
                 exit section
            end-if

            set ws-periodo-encontrado              to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
       2300-conferir-lancamentos section.

            move zeros                              to ws-nr-lancamentos
            move zeros                              to ws-valor-total
            move zeros                              to ws-nr-contas-sem-plano

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            compute f09200-data-lancamento = ws-ano-mes-periodo * 100
            perform 9000-str-pd09200-grt
            perform 9000-ler-pd09200-nex

            perform until not ws-operacao-ok
                          or f09200-cd-empresa <> lnk-cd-empresa
                          or f09200-cd-filial  <> lnk-cd-filial
                          or f09200-data-lancamento(1:6) <> ws-ano-mes-periodo

                 add  1                             to ws-nr-lancamentos
                 add  f09200-valor-lancamento       to ws-valor-total

                 move f09200-cd-conta-debito        to ws-cd-conta-verificar
                 perform 2310-verificar-conta
                 move f09200-cd-conta-credito       to ws-cd-conta-verificar
                 perform 2310-verificar-conta

                 perform 9000-ler-pd09200-nex

            end-perform

       exit.

      *>=================================================================================
       2310-verificar-conta section.

            initialize                              f14100-conta-contabil
            move lnk-cd-empresa                     to f14100-cd-empresa
            move lnk-cd-filial                      to f14100-cd-filial
            move ws-cd-conta-verificar              to f14100-cd-conta
            perform 9000-ler-pd14100-ran
            if   not ws-operacao-ok
            or   not f14100-conta-ativa
                 add  1                             to ws-nr-contas-sem-plano
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Fechar"                to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "02 - Reabrir"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "03 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-periodo

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-periodo

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f14200-ano-mes(5:2)               to f-mes-periodo
            move f14200-ano-mes(1:4)               to f-ano-periodo
            move f14200-nr-lancamentos             to f-nr-lancamentos
            move f14200-valor-total                to f-valor-total
            move f14200-id-usuario-fechamento      to f-id-usuario-fechamento
            move f14200-id-usuario-reabertura      to f-id-usuario-reabertura

            move f14200-data-fechamento            to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-fechamento

            move f14200-data-reabertura            to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-reabertura

            evaluate true
                 when f14200-periodo-fechado
                      move "FECHADA"               to f-ds-status
                 when f14200-periodo-reaberto
                      move "REABERTA"              to f-ds-status
                 when other
                      move "ABERTA"                to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR14200.cpy.
       copy CSR14100.cpy.
       copy CSR09200.cpy.
