      $set sourceformat"free"
       program-id. CS10053C.
      *>=================================================================================
      *>
      *>     Cadastro de Regras da Provisão para Devedores Duvidosos (PDD)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS15400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF15400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10053C".
       78   c-descricao-programa                   value "REGRAS DA PDD".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-regra                         pic x(01).
               88 ws-regra-encontrada                   value "S" false "N".
            03 ws-id-chave                         pic x(01).
               88 ws-chave-valida                       value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-perc-provisao                    pic 9(03)v9(02).
            03 ws-ds-faixa                         pic x(30).

       01   f-regra-pdd.
            03 f-id-status-cliente                 pic x(01).
            03 f-ds-status-cliente                 pic x(30).
            03 f-dias-atraso-ate                   pic 9(05).
            03 f-ds-faixa                          pic x(30).
            03 f-perc-provisao                     pic zz9,99.
            03 f-ds-status                         pic x(30).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-regra-pdd.
            03 line 11 col 15   pic x(18) value "Situacao Cliente.:".
            03 line 11 col 34   pic x(01) from f-id-status-cliente.
            03 line 11 col 37   pic x(30) from f-ds-status-cliente.
            03 line 13 col 15   pic x(18) value "Atraso ate (dias):".
            03 line 13 col 34   pic 9(05) from f-dias-atraso-ate.
            03 line 13 col 41   pic x(30) from f-ds-faixa.
            03 line 15 col 15   pic x(18) value "% Provisao.......:".
            03 line 15 col 34   pic zz9,99 from f-perc-provisao.
            03 line 23 col 26   pic x(07) value "Status:".
            03 line 23 col 34   pic x(30) from f-ds-status.

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

            string lnk-dat-path delimited   by "  " "\EFD154.DAT" into wid-pd15400
            open i-o pd15400
            if   ws-arquivo-inexistente
                 open output pd15400
                 close pd15400
                 open i-o pd15400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD154.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            close pd15400

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

            perform 2210-aceitar-chave
            if   not ws-chave-valida
                 exit section
            end-if

            initialize                             f15400-regra-pdd
            move lnk-cd-empresa                    to f15400-cd-empresa
            move lnk-cd-filial                     to f15400-cd-filial
            move f-id-status-cliente               to f15400-id-status-cliente
            move f-dias-atraso-ate                 to f15400-dias-atraso-ate
            perform 9000-ler-pd15400-ran
            if   ws-operacao-ok
                 move "Regra já cadastrada para esta situação e faixa de atraso!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-campos

            initialize                             f15400-regra-pdd
            move lnk-cd-empresa                    to f15400-cd-empresa
            move lnk-cd-filial                     to f15400-cd-filial
            move f-id-status-cliente               to f15400-id-status-cliente
            move f-dias-atraso-ate                 to f15400-dias-atraso-ate
            move ws-perc-provisao                  to f15400-perc-provisao
            set  f15400-regra-ativa                to true

            perform 9000-gravar-pd15400
            if   not ws-operacao-ok
                 string "Erro ao gravar regra da PDD - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Regra da PDD cadastrada com sucesso!" to ws-mensagem
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

            move f15400-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-campos
            move ws-perc-provisao                  to f15400-perc-provisao
            set  f15400-regra-ativa                to true

            perform 9000-conferir-versao-pd15400
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd15400
            if   not ws-operacao-ok
                 string "Erro ao alterar regra da PDD - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Regra da PDD alterada com sucesso!" to ws-mensagem
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

            move "Confirma a inativação desta regra da PDD? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 set  f15400-regra-inativa         to true
                 perform 9000-regravar-pd15400
                 if   not ws-operacao-ok
                      string "Erro ao inativar regra da PDD - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-move-registros-frame
                      move "Regra da PDD inativada!" to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move "REGRAS DA PROVISAO PARA DEVEDORES DUVIDOSOS (PDD)" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "SITUACAO  FAIXA DE ATRASO                  % PROVISAO  STATUS" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f15400-regra-pdd
            move lnk-cd-empresa                     to f15400-cd-empresa
            move lnk-cd-filial                      to f15400-cd-filial
            perform 9000-str-pd15400-grt
            perform 9000-ler-pd15400-nex

            perform until not ws-operacao-ok
                          or f15400-cd-empresa <> lnk-cd-empresa
                          or f15400-cd-filial  <> lnk-cd-filial

                 move f15400-dias-atraso-ate        to f-dias-atraso-ate
                 perform 9000-descricao-faixa
                 move f15400-perc-provisao          to f-perc-provisao

                 move spaces                        to rl-linha-relatorio
                 if   f15400-id-status-cliente equal spaces
                      string "QUALQUER  " ws-ds-faixa " " f-perc-provisao
                             "      " f15400-id-status
                             into rl-linha-relatorio
                 else
                      string f15400-id-status-cliente "         " ws-ds-faixa " " f-perc-provisao
                             "      " f15400-id-status
                             into rl-linha-relatorio
                 end-if
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd15400-nex

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
                 move "05 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-regra-pdd

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-regra-pdd

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-localizar-regra section.

            set ws-regra-encontrada                to false

            perform 2210-aceitar-chave
            if   not ws-chave-valida
                 exit section
            end-if

            initialize                             f15400-regra-pdd
            move lnk-cd-empresa                    to f15400-cd-empresa
            move lnk-cd-filial                     to f15400-cd-filial
            move f-id-status-cliente               to f15400-id-status-cliente
            move f-dias-atraso-ate                 to f15400-dias-atraso-ate
            perform 9000-ler-pd15400-ran
            if   not ws-operacao-ok
                 move "Regra da PDD não cadastrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-regra-encontrada                to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Situação do cliente como em f01400-id-status (A, I, B) ou
      *> espaço para a regra geral. A faixa é identificada pelo limite
      *> superior de dias de atraso: o título cai na primeira regra com
      *> limite maior ou igual ao seu atraso (0 = a vencer).
       2210-aceitar-chave section.

            set ws-chave-valida                    to false

            accept f-id-status-cliente at line 11 col 34 with update auto-skip
            move function upper-case(f-id-status-cliente) to f-id-status-cliente

            evaluate f-id-status-cliente
                 when spaces
                      move "QUALQUER SITUACAO"     to f-ds-status-cliente
                 when "A"
                      move "ATIVO"                 to f-ds-status-cliente
                 when "I"
                      move "INATIVO"               to f-ds-status-cliente
                 when "B"
                      move "BLOQUEADO"             to f-ds-status-cliente
                 when other
                      move "Situação do cliente inválida - A, I, B ou espaço!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
            end-evaluate
            perform 8000-tela

            accept f-dias-atraso-ate at line 13 col 34 with update auto-skip
            perform 9000-descricao-faixa
            move ws-ds-faixa                       to f-ds-faixa
            perform 8000-tela

            set ws-chave-valida                    to true

       exit.

      *>=================================================================================
       2300-aceitar-campos section.

            perform until exit
                 accept f-perc-provisao    at line 15 col 34 with update auto-skip
                 move f-perc-provisao              to ws-perc-provisao
                 if   ws-perc-provisao greater 100
                      move "Percentual de provisão não pode passar de 100%!" to ws-mensagem
                      perform 9000-mensagem
                 else
                      exit perform
                 end-if
            end-perform

       exit.

      *>=================================================================================
       9000-descricao-faixa section.

            evaluate f-dias-atraso-ate
                 when zeros
                      move "A VENCER"              to ws-ds-faixa
                 when 99999
                      move "ACIMA DA ULTIMA FAIXA" to ws-ds-faixa
                 when other
                      move spaces                  to ws-ds-faixa
                      string "VENCIDOS ATE " f-dias-atraso-ate " DIAS" into ws-ds-faixa
            end-evaluate

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f15400-id-status-cliente          to f-id-status-cliente
            evaluate f15400-id-status-cliente
                 when spaces
                      move "QUALQUER SITUACAO"     to f-ds-status-cliente
                 when "A"
                      move "ATIVO"                 to f-ds-status-cliente
                 when "I"
                      move "INATIVO"               to f-ds-status-cliente
                 when "B"
                      move "BLOQUEADO"             to f-ds-status-cliente
            end-evaluate
            move f15400-dias-atraso-ate            to f-dias-atraso-ate
            perform 9000-descricao-faixa
            move ws-ds-faixa                       to f-ds-faixa
            move f15400-perc-provisao              to f-perc-provisao

            evaluate true
                 when f15400-regra-ativa
                      move "ATIVA"                 to f-ds-status
                 when f15400-regra-inativa
                      move "INATIVA"               to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR15400.cpy.
