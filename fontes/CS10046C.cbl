      $set sourceformat"free"
       program-id. CS10046C.
      *>=================================================================================
      *>
      *>           Cadastro de Classificação Tributária do IBS e da CBS
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS13400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF13400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10046C".
       78   c-descricao-programa                   value "CLASSIFICACAO IBS/CBS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-class-trib                    pic x(01).
               88 ws-class-trib-encontrada              value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).

       01   f-class-trib.
            03 f-cd-class-trib                     pic x(06).
            03 f-ds-class-trib                     pic x(55).
            03 f-cst-ibs-cbs                       pic 9(03).
            03 f-aliq-ibs-uf                       pic z9,9999.
            03 f-aliq-ibs-mun                      pic z9,9999.
            03 f-aliq-cbs                          pic z9,9999.
            03 f-perc-reducao                      pic zz9,99.
            03 f-id-credito                        pic x(01).
            03 f-ds-status                         pic x(30).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-class-trib.
            03 line 11 col 15   pic x(18) value "cClassTrib.......:".
            03 line 11 col 34   pic x(06) from f-cd-class-trib.
            03 line 13 col 15   pic x(18) value "Descricao........:".
            03 line 13 col 34   pic x(45) from f-ds-class-trib.
            03 line 15 col 15   pic x(18) value "CST IBS/CBS......:".
            03 line 15 col 34   pic 9(03) from f-cst-ibs-cbs.
            03 line 17 col 15   pic x(18) value "Aliquota IBS UF..:".
            03 line 17 col 34   pic z9,9999 from f-aliq-ibs-uf.
            03 line 19 col 15   pic x(18) value "Aliquota IBS Mun.:".
            03 line 19 col 34   pic z9,9999 from f-aliq-ibs-mun.
            03 line 21 col 15   pic x(18) value "Aliquota CBS.....:".
            03 line 21 col 34   pic z9,9999 from f-aliq-cbs.
            03 line 23 col 15   pic x(18) value "% Reducao Aliq...:".
            03 line 23 col 34   pic zz9,99 from f-perc-reducao.
            03 line 25 col 15   pic x(18) value "Gera Credito (S/N)".
            03 line 25 col 34   pic x(01) from f-id-credito.
            03 line 27 col 26   pic x(07) value "Status:".
            03 line 27 col 34   pic x(30) from f-ds-status.

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

            string lnk-dat-path delimited   by "  " "\EFD134.DAT" into wid-pd13400
            open i-o pd13400
            if   ws-arquivo-inexistente
                 open output pd13400
                 close pd13400
                 open i-o pd13400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD134.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            close pd13400

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

            perform until f-cd-class-trib <> spaces
                 accept f-cd-class-trib at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f13400-class-trib
            move lnk-cd-empresa                    to f13400-cd-empresa
            move lnk-cd-filial                     to f13400-cd-filial
            move f-cd-class-trib                   to f13400-cd-class-trib
            perform 9000-ler-pd13400-ran
            if   ws-operacao-ok
                 move "cClassTrib já cadastrado!"  to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-campos

            initialize                             f13400-class-trib
            move lnk-cd-empresa                    to f13400-cd-empresa
            move lnk-cd-filial                     to f13400-cd-filial
            move f-cd-class-trib                   to f13400-cd-class-trib
            perform 2310-mover-campos
            set  f13400-class-trib-ativa           to true

            perform 9000-gravar-pd13400
            if   not ws-operacao-ok
                 string "Erro ao gravar cClassTrib - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "cClassTrib cadastrado com sucesso!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-alterar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-class-trib

            if   not ws-class-trib-encontrada
                 exit section
            end-if

            move f13400-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-campos
            perform 2310-mover-campos

            perform 9000-conferir-versao-pd13400
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd13400
            if   not ws-operacao-ok
                 string "Erro ao alterar cClassTrib - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "cClassTrib alterado com sucesso!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-class-trib

       exit.

      *>=================================================================================
       2100-inativar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-class-trib

            if   not ws-class-trib-encontrada
                 exit section
            end-if

            move "Confirma a inativação deste cClassTrib? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 set  f13400-class-trib-inativa    to true
                 perform 9000-regravar-pd13400
                 if   not ws-operacao-ok
                      string "Erro ao inativar cClassTrib - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-move-registros-frame
                      move "cClassTrib inativado!" to ws-mensagem
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

            move "CLASSIFICACAO TRIBUTARIA IBS/CBS (CCLASSTRIB)" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f13400-class-trib
            move lnk-cd-empresa                     to f13400-cd-empresa
            move lnk-cd-filial                      to f13400-cd-filial
            perform 9000-str-pd13400-grt
            perform 9000-ler-pd13400-nex

            perform until not ws-operacao-ok
                          or f13400-cd-empresa <> lnk-cd-empresa
                          or f13400-cd-filial  <> lnk-cd-filial

                 move f13400-aliq-ibs-uf            to f-aliq-ibs-uf
                 move f13400-aliq-ibs-mun           to f-aliq-ibs-mun
                 move f13400-aliq-cbs               to f-aliq-cbs
                 move f13400-perc-reducao           to f-perc-reducao

                 move spaces                        to rl-linha-relatorio
                 string f13400-cd-class-trib
                        " " f13400-ds-class-trib(1:40)
                        " CST " f13400-cst-ibs-cbs
                        " IBSUF " f-aliq-ibs-uf
                        " IBSMUN " f-aliq-ibs-mun
                        " CBS " f-aliq-cbs
                        " RED " f-perc-reducao
                        " CRED " f13400-id-credito
                        " STATUS " f13400-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd13400-nex

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

            display frm-class-trib

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-class-trib

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-localizar-class-trib section.

            set ws-class-trib-encontrada           to false

            perform until f-cd-class-trib <> spaces
                 accept f-cd-class-trib at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f13400-class-trib
            move lnk-cd-empresa                    to f13400-cd-empresa
            move lnk-cd-filial                     to f13400-cd-filial
            move f-cd-class-trib                   to f13400-cd-class-trib
            perform 9000-ler-pd13400-ran
            if   not ws-operacao-ok
                 move "cClassTrib não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-class-trib-encontrada           to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Alíquotas cheias do código; a redução (cesta básica, saúde,
      *> educação...) é aplicada sobre elas na emissão. "Gera crédito"
      *> indica se as entradas com este código creditam IBS/CBS na
      *> apuração mensal (CS50023S).
       2300-aceitar-campos section.

            accept f-ds-class-trib          at line 13 col 34 with update auto-skip
            accept f-cst-ibs-cbs            at line 15 col 34 with update auto-skip
            accept f-aliq-ibs-uf            at line 17 col 34 with update auto-skip
            accept f-aliq-ibs-mun           at line 19 col 34 with update auto-skip
            accept f-aliq-cbs               at line 21 col 34 with update auto-skip
            accept f-perc-reducao           at line 23 col 34 with update auto-skip

            perform until f-id-credito equal "S" or "N"
                 accept f-id-credito at line 25 col 34 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
       2310-mover-campos section.

            move f-ds-class-trib                   to f13400-ds-class-trib
            move f-cst-ibs-cbs                     to f13400-cst-ibs-cbs
            move f-aliq-ibs-uf                     to f13400-aliq-ibs-uf
            move f-aliq-ibs-mun                    to f13400-aliq-ibs-mun
            move f-aliq-cbs                        to f13400-aliq-cbs
            move f-perc-reducao                    to f13400-perc-reducao
            move f-id-credito                      to f13400-id-credito

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-class-trib
            move f13400-cd-class-trib              to f-cd-class-trib
            move f13400-ds-class-trib              to f-ds-class-trib
            move f13400-cst-ibs-cbs                to f-cst-ibs-cbs
            move f13400-aliq-ibs-uf                to f-aliq-ibs-uf
            move f13400-aliq-ibs-mun               to f-aliq-ibs-mun
            move f13400-aliq-cbs                   to f-aliq-cbs
            move f13400-perc-reducao               to f-perc-reducao
            move f13400-id-credito                 to f-id-credito

            evaluate true
                 when f13400-class-trib-ativa
                      move "ATIVO"                 to f-ds-status
                 when f13400-class-trib-inativa
                      move "INATIVO"               to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR13400.cpy.
