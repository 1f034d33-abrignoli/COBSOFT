      $set sourceformat"free"
       program-id. CS10047C.
      *>=================================================================================
      *>
      *>          Cadastro de MVA / Substituição Tributária por NCM e UF
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS13500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF13500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10047C".
       78   c-descricao-programa                   value "MVA / ICMS-ST POR NCM E UF".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-mva                           pic x(01).
               88 ws-mva-encontrada                     value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).

       01   f-mva-st.
            03 f-ncm                               pic 9(08).
            03 f-uf-destino                        pic x(02).
            03 f-mva-original                      pic zz9,99.
            03 f-mva-ajustada                      pic zz9,99.
            03 f-ds-protocolo                      pic x(30).
            03 f-cest                              pic 9(07).
            03 f-ds-status                         pic x(30).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-mva-st.
            03 line 11 col 15   pic x(18) value "NCM..............:".
            03 line 11 col 34   pic 9(08) from f-ncm.
            03 line 13 col 15   pic x(18) value "UF Destino.......:".
            03 line 13 col 34   pic x(02) from f-uf-destino.
            03 line 15 col 15   pic x(18) value "MVA Original %...:".
            03 line 15 col 34   pic zz9,99 from f-mva-original.
            03 line 17 col 15   pic x(18) value "MVA Ajustada %...:".
            03 line 17 col 34   pic zz9,99 from f-mva-ajustada.
            03 line 19 col 15   pic x(18) value "Protocolo/Conv...:".
            03 line 19 col 34   pic x(30) from f-ds-protocolo.
            03 line 21 col 15   pic x(18) value "CEST.............:".
            03 line 21 col 34   pic 9(07) from f-cest.
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

            string lnk-dat-path delimited   by "  " "\EFD135.DAT" into wid-pd13500
            open i-o pd13500
            if   ws-arquivo-inexistente
                 open output pd13500
                 close pd13500
                 open i-o pd13500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD135.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            close pd13500

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

            initialize                             f13500-mva-st
            move lnk-cd-empresa                    to f13500-cd-empresa
            move lnk-cd-filial                     to f13500-cd-filial
            move f-ncm                             to f13500-ncm
            move f-uf-destino                      to f13500-uf-destino
            perform 9000-ler-pd13500-ran
            if   ws-operacao-ok
                 move "NCM/UF já cadastrado!"      to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-campos

            initialize                             f13500-mva-st
            move lnk-cd-empresa                    to f13500-cd-empresa
            move lnk-cd-filial                     to f13500-cd-filial
            move f-ncm                             to f13500-ncm
            move f-uf-destino                      to f13500-uf-destino
            perform 2310-mover-campos
            set  f13500-mva-ativa                  to true

            perform 9000-gravar-pd13500
            if   not ws-operacao-ok
                 string "Erro ao gravar MVA - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "MVA cadastrada com sucesso!"     to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-alterar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-mva

            if   not ws-mva-encontrada
                 exit section
            end-if

            move f13500-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-campos
            perform 2310-mover-campos

            perform 9000-conferir-versao-pd13500
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd13500
            if   not ws-operacao-ok
                 string "Erro ao alterar MVA - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "MVA alterada com sucesso!"       to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-mva

       exit.

      *>=================================================================================
       2100-inativar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-mva

            if   not ws-mva-encontrada
                 exit section
            end-if

            move "Confirma a inativação desta MVA? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 set  f13500-mva-inativa           to true
                 perform 9000-regravar-pd13500
                 if   not ws-operacao-ok
                      string "Erro ao inativar MVA - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-move-registros-frame
                      move "MVA inativada!"        to ws-mensagem
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

            move "MVA / SUBSTITUICAO TRIBUTARIA POR NCM E UF" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f13500-mva-st
            move lnk-cd-empresa                     to f13500-cd-empresa
            move lnk-cd-filial                      to f13500-cd-filial
            perform 9000-str-pd13500-grt
            perform 9000-ler-pd13500-nex

            perform until not ws-operacao-ok
                          or f13500-cd-empresa <> lnk-cd-empresa
                          or f13500-cd-filial  <> lnk-cd-filial

                 move f13500-mva-original           to f-mva-original
                 move f13500-mva-ajustada           to f-mva-ajustada

                 move spaces                        to rl-linha-relatorio
                 string "NCM " f13500-ncm
                        " UF " f13500-uf-destino
                        " MVA ORIG " f-mva-original
                        " MVA AJUST " f-mva-ajustada
                        " CEST " f13500-cest
                        " " f13500-ds-protocolo
                        " STATUS " f13500-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd13500-nex

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

            display frm-mva-st

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-mva-st

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-localizar-mva section.

            set ws-mva-encontrada                  to false

            perform 2210-aceitar-chave

            initialize                             f13500-mva-st
            move lnk-cd-empresa                    to f13500-cd-empresa
            move lnk-cd-filial                     to f13500-cd-filial
            move f-ncm                             to f13500-ncm
            move f-uf-destino                      to f13500-uf-destino
            perform 9000-ler-pd13500-ran
            if   not ws-operacao-ok
                 move "NCM/UF não cadastrado!"     to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-mva-encontrada                  to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
       2210-aceitar-chave section.

            perform until f-ncm <> zeros
                 accept f-ncm at line 11 col 34 with update auto-skip
            end-perform

            perform until f-uf-destino <> spaces
                 accept f-uf-destino at line 13 col 34 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
      *> MVA original vale para a operação interna; a ajustada, para a
      *> interestadual (em branco repete a original). Protocolo/convênio
      *> e CEST vão para a nota e para a conferência fiscal.
       2300-aceitar-campos section.

            accept f-mva-original           at line 15 col 34 with update auto-skip
            accept f-mva-ajustada           at line 17 col 34 with update auto-skip
            accept f-ds-protocolo           at line 19 col 34 with update auto-skip
            accept f-cest                   at line 21 col 34 with update auto-skip

       exit.

      *>=================================================================================
       2310-mover-campos section.

            move f-mva-original                    to f13500-mva-original
            move f-mva-ajustada                    to f13500-mva-ajustada
            move f-ds-protocolo                    to f13500-ds-protocolo
            move f-cest                            to f13500-cest

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-mva-st
            move f13500-ncm                        to f-ncm
            move f13500-uf-destino                 to f-uf-destino
            move f13500-mva-original               to f-mva-original
            move f13500-mva-ajustada               to f-mva-ajustada
            move f13500-ds-protocolo               to f-ds-protocolo
            move f13500-cest                       to f-cest

            evaluate true
                 when f13500-mva-ativa
                      move "ATIVA"                 to f-ds-status
                 when f13500-mva-inativa
                      move "INATIVA"               to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR13500.cpy.
