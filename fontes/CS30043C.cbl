      $set sourceformat"free"
       program-id. CS30043C.
      *>=================================================================================
      *>
      *>        Frota Própria - Lançamentos de Abastecimento e Manutenção
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS19200.cpy.
       copy CSS19000.cpy.
       copy CSS19100.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF19200.cpy.
       copy CSF19000.cpy.
       copy CSF19100.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30043C".
       78   c-descricao-programa                   value "LANCAMENTOS DA FROTA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-veiculo                       pic x(01).
               88 ws-veiculo-encontrado                 value "S" false "N".
            03 ws-id-lancamento                    pic x(01).
               88 ws-lancamento-encontrado              value "S" false "N".
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-lancamento                  pic 9(08).
            03 ws-odometro                         pic 9(09).
            03 ws-valor-total                      pic 9(11)v9(02).
            03 ws-litros-total                     pic 9(07)v9(03).

       01   f-lancamento.
            03 f-placa-veiculo                     pic x(07).
            03 f-ds-veiculo                        pic x(40).
            03 f-data-lancamento                   pic 9(08).
            03 f-nr-sequencia                      pic 9(03).
            03 f-id-tipo-lancamento                pic x(01).
            03 f-odometro                          pic zzz.zzz.zz9.
            03 f-quantidade-litros                 pic zz.zz9,999.
            03 f-valor-lancamento                  pic zzz.zzz.zz9,99.
            03 f-ds-lancamento                     pic x(40).
            03 f-cpf-motorista                     pic 9(11).
            03 f-nome-motorista                    pic x(40).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-lancamento.
            03 line 11 col 27   pic x(06) value "Placa:".
            03 line 11 col 34   pic x(07) from f-placa-veiculo.
            03 line 11 col 45   pic x(40) from f-ds-veiculo.
            03 line 13 col 28   pic x(05) value "Data:".
            03 line 13 col 34   pic 99/99/9999 from f-data-lancamento.
            03 line 13 col 50   pic x(10) value "Sequencia:".
            03 line 13 col 61   pic 9(03) from f-nr-sequencia.
            03 line 15 col 10   pic x(23) value "Tipo (A=Abast/M=Manut):".
            03 line 15 col 34   pic x(01) from f-id-tipo-lancamento.
            03 line 17 col 24   pic x(09) value "Odometro:".
            03 line 17 col 34   pic zzz.zzz.zz9 from f-odometro.
            03 line 17 col 50   pic x(07) value "Litros:".
            03 line 17 col 58   pic zz.zz9,999 from f-quantidade-litros.
            03 line 19 col 27   pic x(06) value "Valor:".
            03 line 19 col 34   pic zzz.zzz.zz9,99 from f-valor-lancamento.
            03 line 21 col 23   pic x(10) value "Descricao:".
            03 line 21 col 34   pic x(40) from f-ds-lancamento.
            03 line 23 col 19   pic x(14) value "CPF Motorista:".
            03 line 23 col 34   pic 9(11) from f-cpf-motorista.
            03 line 23 col 47   pic x(40) from f-nome-motorista.

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

            initialize                              wf-opcoes-frame

            string lnk-dat-path delimited   by "  " "\EFD190.DAT" into wid-pd19000
            open i-o pd19000
            if   ws-arquivo-inexistente
                 open output pd19000
                 close pd19000
                 open i-o pd19000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD190.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD191.DAT" into wid-pd19100
            open input pd19100
            if   ws-arquivo-inexistente
                 open output pd19100
                 close pd19100
                 open input pd19100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD191.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD192.DAT" into wid-pd19200
            open i-o pd19200
            if   ws-arquivo-inexistente
                 open output pd19200
                 close pd19200
                 open i-o pd19200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD192.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-hoje                     from date yyyymmdd

       exit.

      *>=================================================================================
       2000-processamento section.

            perform 8000-inicia-frame

            perform until wf-frame-retornar

                 evaluate wf-frame
                      when 00
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 09
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

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
      *> Abastecimento ou manutenção do veículo com a leitura do
      *> odômetro; leitura maior que a do cadastro atualiza o odômetro
      *> do veículo, menor só com confirmação (lançamento retroativo).
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-informar-veiculo
            if   not ws-veiculo-encontrado
                 exit section
            end-if

            if   not f19000-veiculo-ativo
                 move "Veículo inativo!"            to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-data-hoje                       to ws-data-inv
            move ws-dia-inv                         to ws-dia
            move ws-mes-inv                         to ws-mes
            move ws-ano-inv                         to ws-ano
            move ws-data                            to f-data-lancamento
            perform 2210-informar-data
            if   ws-data-lancamento greater ws-data-hoje
                 move "Data do lançamento no futuro!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform until exit
                 accept f-id-tipo-lancamento at line 15 col 34 with update auto-skip
                 move function upper-case(f-id-tipo-lancamento) to f-id-tipo-lancamento
                 if   f-id-tipo-lancamento equal "A" or f-id-tipo-lancamento equal "M"
                      exit perform
                 end-if
                 move "Informe A (Abastecimento) ou M (Manutenção)!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            move f19000-odometro-atual              to f-odometro
            perform until exit
                 accept f-odometro at line 17 col 34 with update auto-skip
                 move f-odometro                    to ws-odometro
                 if   ws-odometro not equal zeros
                      exit perform
                 end-if
            end-perform

            if   ws-odometro less f19000-odometro-atual
                 move "Odômetro menor que o atual do veículo - confirma? [S/N]" to ws-mensagem
                 perform 9000-mensagem
                 if   not ws-mensagem-opcao-sim
                      exit section
                 end-if
            end-if

            perform 2300-aceitar-valores

            initialize                              f19200-lancamento-frota
            move lnk-cd-empresa                     to f19200-cd-empresa
            move lnk-cd-filial                      to f19200-cd-filial
            move f-placa-veiculo                    to f19200-placa-veiculo
            move ws-data-lancamento                 to f19200-data-lancamento
            move 1                                  to f19200-nr-sequencia
            move f-id-tipo-lancamento               to f19200-id-tipo-lancamento
            move ws-odometro                        to f19200-odometro
            perform 2400-mover-valores

            perform 9000-gravar-pd19200
            perform until not ws-registro-existente
                 add  1                             to f19200-nr-sequencia
                 perform 9000-gravar-pd19200
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar lançamento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f19200-nr-sequencia                to f-nr-sequencia

            if   ws-odometro greater f19000-odometro-atual
                 move ws-odometro                   to f19000-odometro-atual
                 perform 9000-regravar-pd19000
            end-if

            perform 8000-tela

            move "Lançamento registrado!"           to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 2200-localizar-lancamento

       exit.

      *>=================================================================================
      *> Correção de valor, litros, descrição e motorista; tipo e
      *> odômetro exigem exclusão e novo lançamento.
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-localizar-lancamento
            if   not ws-lancamento-encontrado
                 exit section
            end-if

            perform 2300-aceitar-valores

            perform 2400-mover-valores
            perform 9000-regravar-pd19200
            if   not ws-operacao-ok
                 string "Erro ao alterar lançamento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 2200-localizar-lancamento
            if   not ws-lancamento-encontrado
                 exit section
            end-if

            move "Confirma exclusão do lançamento? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 delete pd19200
                 if   not ws-operacao-ok
                      string "Erro ao excluir lançamento - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 8000-limpa-tela
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Lançamentos de um veículo (ou de todos, placa em branco) no mês.
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            display "Placa (branco = todas):"       at line 27 col 03
            accept f-placa-veiculo at line 27 col 29 with update auto-skip
            move function upper-case(f-placa-veiculo) to f-placa-veiculo

            move ws-data-hoje(1:6)                  to ws-data-inv(1:6)
            display "Competencia (AAAAMM):"         at line 28 col 03
            accept ws-data-inv(1:6) at line 28 col 29 with update auto-skip

            move zeros                              to ws-valor-total
                                                       ws-litros-total

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "LANCAMENTOS DA FROTA PROPRIA - COMPETENCIA " ws-data-inv(1:6)
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f19200-lancamento-frota
            move lnk-cd-empresa                     to f19200-cd-empresa
            move lnk-cd-filial                      to f19200-cd-filial
            move f-placa-veiculo                    to f19200-placa-veiculo
            perform 9000-str-pd19200-grt
            perform 9000-ler-pd19200-nex

            perform until not ws-operacao-ok
                          or f19200-cd-empresa <> lnk-cd-empresa
                          or f19200-cd-filial  <> lnk-cd-filial

                 if   f-placa-veiculo not equal spaces
                 and  f19200-placa-veiculo not equal f-placa-veiculo
                      exit perform
                 end-if

                 if   f19200-data-lancamento(1:6) equal ws-data-inv(1:6)
                      add  f19200-valor-lancamento  to ws-valor-total
                      add  f19200-quantidade-litros to ws-litros-total
                      move spaces                   to rl-linha-relatorio
                      string f19200-placa-veiculo
                             " " f19200-data-lancamento
                             " " f19200-nr-sequencia
                             " " f19200-id-tipo-lancamento
                             " ODOM " f19200-odometro
                             " LITROS " f19200-quantidade-litros
                             " VALOR " f19200-valor-lancamento
                             " " f19200-ds-lancamento(1:35)
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-if

                 perform 9000-ler-pd19200-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            string "TOTAL LITROS: " ws-litros-total
                   "   TOTAL VALOR: " ws-valor-total into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2300-aceitar-valores section.

            if   f-id-tipo-lancamento equal "A"
                 perform until exit
                      accept f-quantidade-litros at line 17 col 58 with update auto-skip
                      if   f-quantidade-litros not equal zeros
                           exit perform
                      end-if
                 end-perform
            else
                 move zeros                         to f-quantidade-litros
            end-if

            perform until exit
                 accept f-valor-lancamento at line 19 col 34 with update auto-skip
                 if   f-valor-lancamento not equal zeros
                      exit perform
                 end-if
            end-perform

            accept f-ds-lancamento at line 21 col 34 with update auto-skip

            perform until exit
                 accept f-cpf-motorista at line 23 col 34 with update auto-skip
                 move spaces                        to f-nome-motorista
                 if   f-cpf-motorista equal zeros
                      exit perform
                 end-if
                 initialize                         f19100-motorista
                 move lnk-cd-empresa                to f19100-cd-empresa
                 move lnk-cd-filial                 to f19100-cd-filial
                 move f-cpf-motorista               to f19100-cpf-motorista
                 perform 9000-ler-pd19100-ran
                 if   ws-operacao-ok
                      move f19100-nome-motorista    to f-nome-motorista
                      perform 8000-tela
                      exit perform
                 end-if
                 move "Motorista não cadastrado (zero = sem motorista)!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

       exit.

      *>=================================================================================
       2400-mover-valores section.

            move f-quantidade-litros                to f19200-quantidade-litros
            move f-valor-lancamento                 to f19200-valor-lancamento
            move f-ds-lancamento                    to f19200-ds-lancamento
            move f-cpf-motorista                    to f19200-cpf-motorista
            move lnk-id-usuario                     to f19200-id-usuario

       exit.

      *>=================================================================================
       2200-informar-veiculo section.

            set  ws-veiculo-encontrado              to false

            perform until f-placa-veiculo <> spaces
                 accept f-placa-veiculo at line 11 col 34 with update auto-skip
            end-perform
            move function upper-case(f-placa-veiculo) to f-placa-veiculo

            initialize                              f19000-veiculo
            move lnk-cd-empresa                     to f19000-cd-empresa
            move lnk-cd-filial                      to f19000-cd-filial
            move f-placa-veiculo                    to f19000-placa-veiculo
            perform 9000-ler-pd19000-ran
            if   not ws-operacao-ok
                 move "Veículo não cadastrado!"     to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-veiculo-encontrado              to true
            move f19000-ds-veiculo                  to f-ds-veiculo

            perform 8000-tela

       exit.

      *>=================================================================================
       2210-informar-data section.

            perform until exit
                 accept f-data-lancamento at line 13 col 34 with update auto-skip
                 move f-data-lancamento             to ws-data
                 move ws-dia                        to ws-dia-inv
                 move ws-mes                        to ws-mes-inv
                 move ws-ano                        to ws-ano-inv
                 move ws-data-inv                   to ws-data-lancamento
                 if   function test-date-yyyymmdd(ws-data-lancamento) equal zeros
                      exit perform
                 end-if
                 move "Data inválida!"              to ws-mensagem
                 perform 9000-mensagem
            end-perform

       exit.

      *>=================================================================================
       2200-localizar-lancamento section.

            set  ws-lancamento-encontrado           to false

            perform 8000-limpa-tela

            perform 2200-informar-veiculo
            if   not ws-veiculo-encontrado
                 exit section
            end-if

            perform 2210-informar-data

            perform until f-nr-sequencia <> zeros
                 accept f-nr-sequencia at line 13 col 61 with update auto-skip
            end-perform

            initialize                              f19200-lancamento-frota
            move lnk-cd-empresa                     to f19200-cd-empresa
            move lnk-cd-filial                      to f19200-cd-filial
            move f-placa-veiculo                    to f19200-placa-veiculo
            move ws-data-lancamento                 to f19200-data-lancamento
            move f-nr-sequencia                     to f19200-nr-sequencia
            perform 9000-ler-pd19200-ran
            if   not ws-operacao-ok
                 move "Lançamento não encontrado!"  to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-lancamento-encontrado           to true

            move f19200-id-tipo-lancamento          to f-id-tipo-lancamento
            move f19200-odometro                    to f-odometro
            move f19200-quantidade-litros           to f-quantidade-litros
            move f19200-valor-lancamento            to f-valor-lancamento
            move f19200-ds-lancamento               to f-ds-lancamento
            move f19200-cpf-motorista               to f-cpf-motorista
            move spaces                             to f-nome-motorista
            if   f19200-cpf-motorista not equal zeros
                 initialize                         f19100-motorista
                 move lnk-cd-empresa                to f19100-cd-empresa
                 move lnk-cd-filial                 to f19100-cd-filial
                 move f19200-cpf-motorista          to f19100-cpf-motorista
                 perform 9000-ler-pd19100-ran
                 if   ws-operacao-ok
                      move f19100-nome-motorista    to f-nome-motorista
                 end-if
            end-if

            perform 8000-tela

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd19000
            close pd19100
            close pd19200

       exit.

      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-lancamento

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                              f-lancamento

            perform 9000-frame-padrao
            display frm-lancamento

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR19200.cpy.
       copy CSR19000.cpy.
       copy CSR19100.cpy.
