      $set sourceformat"free"
       program-id. CS10059C.
      *>=================================================================================
      *>
      *>        Matriz de Segregação de Funções - Regras de Conflito e Exceções
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00000.cpy.
       copy CSS19700.cpy.
       copy CSS19800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF00000.cpy.
       copy CSF19700.cpy.
       copy CSF19800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10059C".
       78   c-descricao-programa                   value "SEGREGACAO DE FUNCOES".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-regra                         pic x(01).
               88 ws-regra-encontrada                   value "S" false "N".
            03 ws-id-programa                      pic x(01).
               88 ws-programa-valido                    value "S" false "N".
            03 ws-cd-programa-validar              pic x(08).
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).

       01   f-regra.
            03 f-nr-regra                          pic 9(04).
            03 f-cd-programa-a                     pic x(08).
            03 f-id-operacao-a                     pic x(01).
            03 f-cd-programa-b                     pic x(08).
            03 f-id-operacao-b                     pic x(01).
            03 f-descricao-regra                   pic x(50).
            03 f-ds-status                         pic x(30).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-regra.
            03 line 11 col 10   pic x(23) value "Numero Regra..........:".
            03 line 11 col 34   pic 9(04) from f-nr-regra.
            03 line 13 col 10   pic x(23) value "Programa A / Operacao.:".
            03 line 13 col 34   pic x(08) from f-cd-programa-a.
            03 line 13 col 44   pic x(01) from f-id-operacao-a.
            03 line 15 col 10   pic x(23) value "Programa B / Operacao.:".
            03 line 15 col 34   pic x(08) from f-cd-programa-b.
            03 line 15 col 44   pic x(01) from f-id-operacao-b.
            03 line 15 col 48   pic x(30) value "(C/I/M/E ou * = qualquer)".
            03 line 17 col 10   pic x(23) value "Descricao.............:".
            03 line 17 col 34   pic x(50) from f-descricao-regra.
            03 line 19 col 10   pic x(23) value "Status................:".
            03 line 19 col 34   pic x(30) from f-ds-status.

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

            perform 9000-abrir-i-pd00000

            string lnk-dat-path delimited   by "  " "\EFD197.DAT" into wid-pd19700
            open i-o pd19700
            if   ws-arquivo-inexistente
                 open output pd19700
                 close pd19700
                 open i-o pd19700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD197.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD198.DAT" into wid-pd19800
            open input pd19800
            if   ws-arquivo-inexistente
                 open output pd19800
                 close pd19800
                 open input pd19800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD198.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            close pd00000
            close pd19700
            close pd19800

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-alterar
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-alterar
                     end-perform
                when 03
                     perform 2100-consulta
                when 04
                     perform 2100-inativar
                when 05
                     perform 2100-relatorio-excecoes
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

            perform until f-nr-regra <> zeros
                 accept f-nr-regra at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f19700-regra-segregacao
            move lnk-cd-empresa                    to f19700-cd-empresa
            move lnk-cd-filial                     to f19700-cd-filial
            move f-nr-regra                        to f19700-nr-regra
            perform 9000-ler-pd19700-ran
            if   ws-operacao-ok
                 move "Regra já cadastrada!"       to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-accept-regra

            initialize                             f19700-regra-segregacao
            move lnk-cd-empresa                    to f19700-cd-empresa
            move lnk-cd-filial                     to f19700-cd-filial
            move f-nr-regra                        to f19700-nr-regra
            perform 9000-move-registros-arquivo
            set  f19700-regra-ativa                to true

            perform 9000-gravar-pd19700
            if   not ws-operacao-ok
                 string "Erro ao gravar regra - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Regra cadastrada!"               to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-alterar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-regra

            if   not ws-regra-encontrada
                 exit section
            end-if

            move f19700-controle-versao            to ws-ver-carimbo-lido

            perform 2300-accept-regra

            perform 9000-move-registros-arquivo
            set  f19700-regra-ativa                to true

            perform 9000-conferir-versao-pd19700
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd19700
            if   not ws-operacao-ok
                 string "Erro ao alterar regra - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Regra alterada!"                 to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-regra

       exit.

      *>=================================================================================
       2100-inativar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-regra

            if   not ws-regra-encontrada
                 exit section
            end-if

            move "Confirma a inativação desta regra? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 set  f19700-regra-inativa         to true
                 move lnk-id-usuario               to f19700-id-usuario
                 accept ws-data-inv                from date yyyymmdd
                 move ws-data-inv                  to f19700-data-alteracao
                 perform 9000-regravar-pd19700
                 perform 9000-move-registros-frame
                 move "Regra inativada!"           to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Relatório de exceções: todas as liberações de supervisor para
      *> conflitos de segregação (pd19800), com operador, supervisor,
      *> programa de origem, perfil/usuário atingido e regra.
       2100-relatorio-excecoes section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move "CONFLITOS DE SEGREGACAO LIBERADOS POR SUPERVISOR" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f19800-liberacao-segregacao
            move lnk-cd-empresa                     to f19800-cd-empresa
            move lnk-cd-filial                      to f19800-cd-filial
            perform 9000-str-pd19800-grt
            perform 9000-ler-pd19800-nex

            perform until not ws-operacao-ok
                          or f19800-cd-empresa <> lnk-cd-empresa
                          or f19800-cd-filial  <> lnk-cd-filial

                 move spaces                        to rl-linha-relatorio
                 string "DATA " f19800-data-liberacao
                        " " f19800-hora-liberacao
                        " OPER " f19800-id-usuario-operador
                        " SUPERV " f19800-id-usuario-supervisor
                        " EM NOME DE " f19800-id-usuario-titular
                        " ORIGEM " f19800-cd-programa-origem
                        " PERFIL " f19800-cd-perfil
                        " USUARIO " f19800-id-usuario-afetado
                        " REGRA " f19800-nr-regra
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd19800-nex

            end-perform

            perform 9000-fechar-relatorio

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

            if   lnk-permite-manutencao
                 move "02 - Alterar"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "03 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "04 - Inativar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Excecoes"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-regra

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-regra

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-localizar-regra section.

            set ws-regra-encontrada                to false

            perform until f-nr-regra <> zeros
                 accept f-nr-regra at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f19700-regra-segregacao
            move lnk-cd-empresa                    to f19700-cd-empresa
            move lnk-cd-filial                     to f19700-cd-filial
            move f-nr-regra                        to f19700-nr-regra
            perform 9000-ler-pd19700-ran
            if   not ws-operacao-ok
                 move "Regra não cadastrada!"      to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-regra-encontrada                to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Os dois programas precisam existir no cadastro de programas e
      *> o par não pode ser o mesmo programa/operação dos dois lados.
       2300-accept-regra section.

            perform until exit
                 accept f-cd-programa-a at line 13 col 34 with update auto-skip
                 move function upper-case(f-cd-programa-a) to f-cd-programa-a
                 move f-cd-programa-a              to ws-cd-programa-validar
                 perform 2310-validar-programa
                 if   ws-programa-valido
                      exit perform
                 end-if
            end-perform

            perform until f-id-operacao-a equal "C" or "I" or "M" or "E" or "*"
                 accept f-id-operacao-a at line 13 col 44 with update auto-skip
                 move function upper-case(f-id-operacao-a) to f-id-operacao-a
            end-perform

            perform until exit
                 perform until exit
                      accept f-cd-programa-b at line 15 col 34 with update auto-skip
                      move function upper-case(f-cd-programa-b) to f-cd-programa-b
                      move f-cd-programa-b         to ws-cd-programa-validar
                      perform 2310-validar-programa
                      if   ws-programa-valido
                           exit perform
                      end-if
                 end-perform

                 perform until f-id-operacao-b equal "C" or "I" or "M" or "E" or "*"
                      accept f-id-operacao-b at line 15 col 44 with update auto-skip
                      move function upper-case(f-id-operacao-b) to f-id-operacao-b
                 end-perform

                 if   f-cd-programa-b equal f-cd-programa-a
                 and (f-id-operacao-b equal f-id-operacao-a
                 or   f-id-operacao-a equal "*"
                 or   f-id-operacao-b equal "*")
                      move "Os dois lados da regra não podem ser o mesmo acesso!" to ws-mensagem
                      perform 9000-mensagem
                      move spaces                  to f-id-operacao-b
                 else
                      exit perform
                 end-if
            end-perform

            perform until f-descricao-regra <> spaces
                 accept f-descricao-regra at line 17 col 34 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
       2310-validar-programa section.

            set  ws-programa-valido                to false

            initialize                             f00000-programas
            move ws-cd-programa-validar            to f00000-cd-programa
            perform 9000-ler-pd00000-ran
            if   not ws-operacao-ok
                 move "Programa não cadastrado!"   to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-programa-valido                to true

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-regra
            move f19700-nr-regra                   to f-nr-regra
            move f19700-cd-programa-a              to f-cd-programa-a
            move f19700-id-operacao-a              to f-id-operacao-a
            move f19700-cd-programa-b              to f-cd-programa-b
            move f19700-id-operacao-b              to f-id-operacao-b
            move f19700-descricao-regra            to f-descricao-regra

            evaluate true
                 when f19700-regra-ativa
                      move "ATIVA"                 to f-ds-status
                 when f19700-regra-inativa
                      move "INATIVA"               to f-ds-status
                 when other
                      move "INVALIDA"              to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
       9000-move-registros-arquivo section.

            move f-cd-programa-a                   to f19700-cd-programa-a
            move f-id-operacao-a                   to f19700-id-operacao-a
            move f-cd-programa-b                   to f19700-cd-programa-b
            move f-id-operacao-b                   to f19700-id-operacao-b
            move f-descricao-regra                 to f19700-descricao-regra
            move lnk-id-usuario                    to f19700-id-usuario
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f19700-data-alteracao

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00000.cpy.
       copy CSR19700.cpy.
       copy CSR19800.cpy.
