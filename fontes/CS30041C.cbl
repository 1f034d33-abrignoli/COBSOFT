      $set sourceformat"free"
       program-id. CS30041C.
      *>=================================================================================
      *>
      *>                    Cadastro de Veículos da Frota Própria
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS19000.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF19000.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30041C".
       78   c-descricao-programa                   value "VEICULOS DA FROTA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-veiculo                       pic x(01).
               88 ws-veiculo-encontrado                 value "S" false "N".
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-vencimento                  pic 9(08).

       01   f-veiculo.
            03 f-placa-veiculo                     pic x(07).
            03 f-renavam                           pic x(11).
            03 f-ano-fabricacao                    pic 9(04).
            03 f-ds-veiculo                        pic x(40).
            03 f-capacidade-kg                     pic zzz.zzz.zz9,9999.
            03 f-tara-kg                           pic zzz.zzz.zz9,9999.
            03 f-uf-licenciamento                  pic x(02).
            03 f-data-vencimento-licenc            pic 9(08).
            03 f-odometro-atual                    pic zzz.zzz.zz9.
            03 f-id-status                         pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-veiculo.
            03 line 11 col 27   pic x(06) value "Placa:".
            03 line 11 col 34   pic x(07) from f-placa-veiculo.
            03 line 13 col 25   pic x(08) value "Renavam:".
            03 line 13 col 34   pic x(11) from f-renavam.
            03 line 13 col 50   pic x(16) value "Ano Fabricacao:".
            03 line 13 col 67   pic 9(04) from f-ano-fabricacao.
            03 line 15 col 23   pic x(10) value "Descricao:".
            03 line 15 col 34   pic x(40) from f-ds-veiculo.
            03 line 17 col 15   pic x(18) value "Capacidade (kg):".
            03 line 17 col 34   pic zzz.zzz.zz9,9999 from f-capacidade-kg.
            03 line 17 col 52   pic x(10) value "Tara (kg):".
            03 line 17 col 63   pic zzz.zzz.zz9,9999 from f-tara-kg.
            03 line 19 col 14   pic x(19) value "UF Licenciamento:".
            03 line 19 col 34   pic x(02) from f-uf-licenciamento.
            03 line 19 col 40   pic x(22) value "Licenciamento vence:".
            03 line 19 col 63   pic 99/99/9999 from f-data-vencimento-licenc.
            03 line 21 col 24   pic x(09) value "Odometro:".
            03 line 21 col 34   pic zzz.zzz.zz9 from f-odometro-atual.
            03 line 21 col 47   pic x(15) value "Situacao (A/I):".
            03 line 21 col 63   pic x(01) from f-id-status.

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
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-placa-veiculo <> spaces
                 accept f-placa-veiculo at line 11 col 34 with update auto-skip
            end-perform
            move function upper-case(f-placa-veiculo) to f-placa-veiculo

            initialize                              f19000-veiculo
            move lnk-cd-empresa                     to f19000-cd-empresa
            move lnk-cd-filial                      to f19000-cd-filial
            move f-placa-veiculo                    to f19000-placa-veiculo
            perform 9000-ler-pd19000-ran
            if   ws-operacao-ok
                 move "Veículo já cadastrado!"      to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-valores

            accept f-odometro-atual at line 21 col 34 with update auto-skip

            initialize                              f19000-veiculo
            move lnk-cd-empresa                     to f19000-cd-empresa
            move lnk-cd-filial                      to f19000-cd-filial
            move f-placa-veiculo                    to f19000-placa-veiculo
            perform 2400-mover-valores
            move f-odometro-atual                   to f19000-odometro-atual
            set  f19000-veiculo-ativo               to true
            perform 9000-gravar-pd19000
            if   not ws-operacao-ok
                 string "Erro ao gravar veículo - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 2200-localizar-veiculo

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-localizar-veiculo
            if   not ws-veiculo-encontrado
                 exit section
            end-if

            perform 2300-aceitar-valores

            accept f-id-status at line 21 col 63 with update auto-skip
            move function upper-case(f-id-status)   to f-id-status
            if   f-id-status not equal "A" and f-id-status not equal "I"
                 move "A"                           to f-id-status
            end-if

            perform 2400-mover-valores
            move f-id-status                        to f19000-id-status
            perform 9000-regravar-pd19000
            if   not ws-operacao-ok
                 string "Erro ao alterar veículo - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Veículo com lançamentos e manifestos não é excluído: fica
      *> inativo e some da seleção do MDF-e.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 2200-localizar-veiculo
            if   not ws-veiculo-encontrado
                 exit section
            end-if

            move "Confirma a inativação do veículo? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f19000-veiculo-inativo             to true
            move lnk-id-usuario                     to f19000-id-usuario
            move f19000-id-status                   to f-id-status
            perform 9000-regravar-pd19000
            if   not ws-operacao-ok
                 string "Erro ao inativar veículo - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            else
                 perform 8000-tela
            end-if

       exit.

      *>=================================================================================
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "VEICULOS DA FROTA PROPRIA - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f19000-veiculo
            move lnk-cd-empresa                     to f19000-cd-empresa
            move lnk-cd-filial                      to f19000-cd-filial
            perform 9000-str-pd19000-grt
            perform 9000-ler-pd19000-nex

            perform until not ws-operacao-ok
                          or f19000-cd-empresa <> lnk-cd-empresa
                          or f19000-cd-filial  <> lnk-cd-filial

                 move spaces                        to rl-linha-relatorio
                 string f19000-placa-veiculo
                        " RENAVAM " f19000-renavam
                        " " f19000-ds-veiculo(1:25)
                        " CAP " f19000-capacidade-kg " KG"
                        " LICENC " f19000-data-vencimento-licenc
                        " ODOM " f19000-odometro-atual
                        " " f19000-id-status
                        into rl-linha-relatorio
                 if   f19000-veiculo-ativo
                 and  f19000-data-vencimento-licenc less ws-data-hoje
                      move "** LICENC. VENCIDO" to rl-linha-relatorio(111:20)
                 end-if
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd19000-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2300-aceitar-valores section.

            perform until f-renavam <> spaces
                 accept f-renavam at line 13 col 34 with update auto-skip
            end-perform

            accept f-ano-fabricacao at line 13 col 67 with update auto-skip

            accept f-ds-veiculo at line 15 col 34 with update auto-skip

            perform until exit
                 accept f-capacidade-kg at line 17 col 34 with update auto-skip
                 if   f-capacidade-kg not equal zeros
                      exit perform
                 end-if
            end-perform

            accept f-tara-kg at line 17 col 63 with update auto-skip

            perform until f-uf-licenciamento <> spaces
                 accept f-uf-licenciamento at line 19 col 34 with update auto-skip
            end-perform
            move function upper-case(f-uf-licenciamento) to f-uf-licenciamento

            perform until exit
                 accept f-data-vencimento-licenc at line 19 col 63 with update auto-skip
                 move f-data-vencimento-licenc      to ws-data
                 move ws-dia                        to ws-dia-inv
                 move ws-mes                        to ws-mes-inv
                 move ws-ano                        to ws-ano-inv
                 move ws-data-inv                   to ws-data-vencimento
                 if   function test-date-yyyymmdd(ws-data-vencimento) equal zeros
                      exit perform
                 end-if
                 move "Data de vencimento do licenciamento inválida!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

       exit.

      *>=================================================================================
       2400-mover-valores section.

            move f-renavam                          to f19000-renavam
            move f-ano-fabricacao                   to f19000-ano-fabricacao
            move f-ds-veiculo                       to f19000-ds-veiculo
            move f-capacidade-kg                    to f19000-capacidade-kg
            move f-tara-kg                          to f19000-tara-kg
            move f-uf-licenciamento                 to f19000-uf-licenciamento
            move ws-data-vencimento                 to f19000-data-vencimento-licenc
            move lnk-id-usuario                     to f19000-id-usuario

       exit.

      *>=================================================================================
       2200-localizar-veiculo section.

            set  ws-veiculo-encontrado              to false

            perform 8000-limpa-tela

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

            move f19000-renavam                     to f-renavam
            move f19000-ano-fabricacao              to f-ano-fabricacao
            move f19000-ds-veiculo                  to f-ds-veiculo
            move f19000-capacidade-kg               to f-capacidade-kg
            move f19000-tara-kg                     to f-tara-kg
            move f19000-uf-licenciamento            to f-uf-licenciamento
            move f19000-odometro-atual              to f-odometro-atual
            move f19000-id-status                   to f-id-status
            move f19000-data-vencimento-licenc      to ws-data-vencimento
            move ws-data-vencimento                 to ws-data-inv
            move ws-dia-inv                         to ws-dia
            move ws-mes-inv                         to ws-mes
            move ws-ano-inv                         to ws-ano
            move ws-data                            to f-data-vencimento-licenc

            perform 8000-tela

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd19000

       exit.

      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-veiculo

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                              f-veiculo

            perform 9000-frame-padrao
            display frm-veiculo

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR19000.cpy.
