      $set sourceformat"free"
       program-id. CS30042C.
      *>=================================================================================
      *>
      *>                   Cadastro de Motoristas da Frota Própria
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS19100.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF19100.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30042C".
       78   c-descricao-programa                   value "MOTORISTAS DA FROTA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-motorista                     pic x(01).
               88 ws-motorista-encontrado               value "S" false "N".
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-validade                    pic 9(08).

       01   f-motorista.
            03 f-cpf-motorista                     pic 9(11).
            03 f-nome-motorista                    pic x(55).
            03 f-nr-cnh                            pic x(11).
            03 f-categoria-cnh                     pic x(02).
            03 f-data-validade-cnh                 pic 9(08).
            03 f-id-status                         pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-motorista.
            03 line 11 col 29   pic x(04) value "CPF:".
            03 line 11 col 34   pic 9(11) from f-cpf-motorista.
            03 line 13 col 28   pic x(05) value "Nome:".
            03 line 13 col 34   pic x(55) from f-nome-motorista.
            03 line 15 col 22   pic x(11) value "Numero CNH:".
            03 line 15 col 34   pic x(11) from f-nr-cnh.
            03 line 15 col 50   pic x(10) value "Categoria:".
            03 line 15 col 61   pic x(02) from f-categoria-cnh.
            03 line 17 col 20   pic x(13) value "Validade CNH:".
            03 line 17 col 34   pic 99/99/9999 from f-data-validade-cnh.
            03 line 19 col 18   pic x(15) value "Situacao (A/I):".
            03 line 19 col 34   pic x(01) from f-id-status.

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

            string lnk-dat-path delimited   by "  " "\EFD191.DAT" into wid-pd19100
            open i-o pd19100
            if   ws-arquivo-inexistente
                 open output pd19100
                 close pd19100
                 open i-o pd19100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD191.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            perform until f-cpf-motorista <> zeros
                 accept f-cpf-motorista at line 11 col 34 with update auto-skip
            end-perform

            initialize                              f19100-motorista
            move lnk-cd-empresa                     to f19100-cd-empresa
            move lnk-cd-filial                      to f19100-cd-filial
            move f-cpf-motorista                    to f19100-cpf-motorista
            perform 9000-ler-pd19100-ran
            if   ws-operacao-ok
                 move "Motorista já cadastrado!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-valores

            initialize                              f19100-motorista
            move lnk-cd-empresa                     to f19100-cd-empresa
            move lnk-cd-filial                      to f19100-cd-filial
            move f-cpf-motorista                    to f19100-cpf-motorista
            perform 2400-mover-valores
            set  f19100-motorista-ativo             to true
            perform 9000-gravar-pd19100
            if   not ws-operacao-ok
                 string "Erro ao gravar motorista - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 2200-localizar-motorista

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-localizar-motorista
            if   not ws-motorista-encontrado
                 exit section
            end-if

            perform 2300-aceitar-valores

            accept f-id-status at line 19 col 34 with update auto-skip
            move function upper-case(f-id-status)   to f-id-status
            if   f-id-status not equal "A" and f-id-status not equal "I"
                 move "A"                           to f-id-status
            end-if

            perform 2400-mover-valores
            move f-id-status                        to f19100-id-status
            perform 9000-regravar-pd19100
            if   not ws-operacao-ok
                 string "Erro ao alterar motorista - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Motorista citado em manifestos não é excluído: fica inativo e
      *> some da seleção do MDF-e.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 2200-localizar-motorista
            if   not ws-motorista-encontrado
                 exit section
            end-if

            move "Confirma a inativação do motorista? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f19100-motorista-inativo           to true
            move lnk-id-usuario                     to f19100-id-usuario
            move f19100-id-status                   to f-id-status
            perform 9000-regravar-pd19100
            if   not ws-operacao-ok
                 string "Erro ao inativar motorista - " ws-resultado-acesso into ws-mensagem
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
            string "MOTORISTAS DA FROTA PROPRIA - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f19100-motorista
            move lnk-cd-empresa                     to f19100-cd-empresa
            move lnk-cd-filial                      to f19100-cd-filial
            perform 9000-str-pd19100-grt
            perform 9000-ler-pd19100-nex

            perform until not ws-operacao-ok
                          or f19100-cd-empresa <> lnk-cd-empresa
                          or f19100-cd-filial  <> lnk-cd-filial

                 move spaces                        to rl-linha-relatorio
                 string f19100-cpf-motorista
                        " " f19100-nome-motorista(1:40)
                        " CNH " f19100-nr-cnh
                        " CAT " f19100-categoria-cnh
                        " VALIDADE " f19100-data-validade-cnh
                        " " f19100-id-status
                        into rl-linha-relatorio
                 if   f19100-motorista-ativo
                 and  f19100-data-validade-cnh less ws-data-hoje
                      move "** CNH VENCIDA"         to rl-linha-relatorio(100:14)
                 end-if
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd19100-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2300-aceitar-valores section.

            perform until f-nome-motorista <> spaces
                 accept f-nome-motorista at line 13 col 34 with update auto-skip
            end-perform

            perform until f-nr-cnh <> spaces
                 accept f-nr-cnh at line 15 col 34 with update auto-skip
            end-perform

            perform until f-categoria-cnh <> spaces
                 accept f-categoria-cnh at line 15 col 61 with update auto-skip
            end-perform
            move function upper-case(f-categoria-cnh) to f-categoria-cnh

            perform until exit
                 accept f-data-validade-cnh at line 17 col 34 with update auto-skip
                 move f-data-validade-cnh           to ws-data
                 move ws-dia                        to ws-dia-inv
                 move ws-mes                        to ws-mes-inv
                 move ws-ano                        to ws-ano-inv
                 move ws-data-inv                   to ws-data-validade
                 if   function test-date-yyyymmdd(ws-data-validade) equal zeros
                      exit perform
                 end-if
                 move "Data de validade da CNH inválida!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

       exit.

      *>=================================================================================
       2400-mover-valores section.

            move f-nome-motorista                   to f19100-nome-motorista
            move f-nr-cnh                           to f19100-nr-cnh
            move f-categoria-cnh                    to f19100-categoria-cnh
            move ws-data-validade                   to f19100-data-validade-cnh
            move lnk-id-usuario                     to f19100-id-usuario

       exit.

      *>=================================================================================
       2200-localizar-motorista section.

            set  ws-motorista-encontrado            to false

            perform 8000-limpa-tela

            perform until f-cpf-motorista <> zeros
                 accept f-cpf-motorista at line 11 col 34 with update auto-skip
            end-perform

            initialize                              f19100-motorista
            move lnk-cd-empresa                     to f19100-cd-empresa
            move lnk-cd-filial                      to f19100-cd-filial
            move f-cpf-motorista                    to f19100-cpf-motorista
            perform 9000-ler-pd19100-ran
            if   not ws-operacao-ok
                 move "Motorista não cadastrado!"   to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-motorista-encontrado            to true

            move f19100-nome-motorista              to f-nome-motorista
            move f19100-nr-cnh                      to f-nr-cnh
            move f19100-categoria-cnh               to f-categoria-cnh
            move f19100-id-status                   to f-id-status
            move f19100-data-validade-cnh           to ws-data-validade
            move ws-data-validade                   to ws-data-inv
            move ws-dia-inv                         to ws-dia
            move ws-mes-inv                         to ws-mes
            move ws-ano-inv                         to ws-ano
            move ws-data                            to f-data-validade-cnh

            perform 8000-tela

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd19100

       exit.

      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-motorista

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                              f-motorista

            perform 9000-frame-padrao
            display frm-motorista

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR19100.cpy.
