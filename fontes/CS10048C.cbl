      $set sourceformat"free"
       program-id. CS10048C.
      *>=================================================================================
      *>
      *>       Cadastro de Regras de Retenção na Fonte por Fornecedor e Serviço
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS13700.cpy.
       copy CSS01500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF13700.cpy.
       copy CSF01500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10048C".
       78   c-descricao-programa                   value "REGRAS DE RETENCAO NA FONTE".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-regra                         pic x(01).
               88 ws-regra-encontrada                   value "S" false "N".
            03 ws-id-fornecedor                    pic x(01).
               88 ws-fornecedor-encontrado              value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-aliq-inss                        pic 9(02)v9(02).
            03 ws-aliq-trabalho                    pic 9(02)v9(02).
            03 ws-aliq-federais                    pic 9(03)v9(02).

       01   f-regra-retencao.
            03 f-cd-fornecedor                     pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-cd-tipo-servico                   pic 9(03).
            03 f-ds-tipo-servico                   pic x(40).
            03 f-cd-servico-reinf                  pic 9(09).
            03 f-cd-natureza-rendimento            pic 9(05).
            03 f-aliq-irrf                         pic z9,99.
            03 f-aliq-inss                         pic z9,99.
            03 f-aliq-iss                          pic z9,99.
            03 f-aliq-pis                          pic z9,99.
            03 f-aliq-cofins                       pic z9,99.
            03 f-aliq-csll                         pic z9,99.
            03 f-ds-status                         pic x(30).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-regra-retencao.
            03 line 11 col 15   pic x(18) value "Fornecedor.......:".
            03 line 11 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 11 col 45   pic x(55) from f-razao-social.
            03 line 13 col 15   pic x(18) value "Tipo de Servico..:".
            03 line 13 col 34   pic 9(03) from f-cd-tipo-servico.
            03 line 13 col 39   pic x(40) from f-ds-tipo-servico.
            03 line 15 col 15   pic x(18) value "Servico Reinf....:".
            03 line 15 col 34   pic 9(09) from f-cd-servico-reinf.
            03 line 15 col 52   pic x(18) value "Natureza Rendim..:".
            03 line 15 col 71   pic 9(05) from f-cd-natureza-rendimento.
            03 line 17 col 15   pic x(18) value "Aliquota IRRF....:".
            03 line 17 col 34   pic z9,99 from f-aliq-irrf.
            03 line 17 col 52   pic x(18) value "Aliquota INSS....:".
            03 line 17 col 71   pic z9,99 from f-aliq-inss.
            03 line 19 col 15   pic x(18) value "Aliquota ISS.....:".
            03 line 19 col 34   pic z9,99 from f-aliq-iss.
            03 line 19 col 52   pic x(18) value "Aliquota PIS.....:".
            03 line 19 col 71   pic z9,99 from f-aliq-pis.
            03 line 21 col 15   pic x(18) value "Aliquota COFINS..:".
            03 line 21 col 34   pic z9,99 from f-aliq-cofins.
            03 line 21 col 52   pic x(18) value "Aliquota CSLL....:".
            03 line 21 col 71   pic z9,99 from f-aliq-csll.
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

            string lnk-dat-path delimited   by "  " "\EFD137.DAT" into wid-pd13700
            open i-o pd13700
            if   ws-arquivo-inexistente
                 open output pd13700
                 close pd13700
                 open i-o pd13700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD137.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01500

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

            close pd13700
            close pd01500

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
            if   not ws-fornecedor-encontrado
                 exit section
            end-if

            initialize                             f13700-regra-retencao
            move lnk-cd-empresa                    to f13700-cd-empresa
            move lnk-cd-filial                     to f13700-cd-filial
            move f-cd-fornecedor                   to f13700-cd-fornecedor
            move f-cd-tipo-servico                 to f13700-cd-tipo-servico
            perform 9000-ler-pd13700-ran
            if   ws-operacao-ok
                 move "Regra já cadastrada para este fornecedor e serviço!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-campos

            initialize                             f13700-regra-retencao
            move lnk-cd-empresa                    to f13700-cd-empresa
            move lnk-cd-filial                     to f13700-cd-filial
            move f-cd-fornecedor                   to f13700-cd-fornecedor
            move f-cd-tipo-servico                 to f13700-cd-tipo-servico
            perform 2310-mover-campos
            set  f13700-regra-ativa                to true

            perform 9000-gravar-pd13700
            if   not ws-operacao-ok
                 string "Erro ao gravar regra de retenção - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Regra de retenção cadastrada com sucesso!" to ws-mensagem
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

            move f13700-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-campos
            perform 2310-mover-campos

            perform 9000-conferir-versao-pd13700
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd13700
            if   not ws-operacao-ok
                 string "Erro ao alterar regra de retenção - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Regra de retenção alterada com sucesso!" to ws-mensagem
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

            move "Confirma a inativação desta regra de retenção? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 set  f13700-regra-inativa         to true
                 perform 9000-regravar-pd13700
                 if   not ws-operacao-ok
                      string "Erro ao inativar regra de retenção - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-move-registros-frame
                      move "Regra de retenção inativada!" to ws-mensagem
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

            move "REGRAS DE RETENCAO NA FONTE POR FORNECEDOR E SERVICO" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f13700-regra-retencao
            move lnk-cd-empresa                     to f13700-cd-empresa
            move lnk-cd-filial                      to f13700-cd-filial
            perform 9000-str-pd13700-grt
            perform 9000-ler-pd13700-nex

            perform until not ws-operacao-ok
                          or f13700-cd-empresa <> lnk-cd-empresa
                          or f13700-cd-filial  <> lnk-cd-filial

                 move f13700-aliq-irrf              to f-aliq-irrf
                 move f13700-aliq-inss              to f-aliq-inss
                 move f13700-aliq-iss               to f-aliq-iss
                 move f13700-aliq-pis               to f-aliq-pis
                 move f13700-aliq-cofins            to f-aliq-cofins
                 move f13700-aliq-csll              to f-aliq-csll

                 move spaces                        to rl-linha-relatorio
                 string "FORNECEDOR " f13700-cd-fornecedor
                        " SERV " f13700-cd-tipo-servico
                        " " f13700-ds-tipo-servico
                        " REINF " f13700-cd-servico-reinf
                        " NAT " f13700-cd-natureza-rendimento
                        " IRRF " f-aliq-irrf
                        " INSS " f-aliq-inss
                        " ISS " f-aliq-iss
                        " PIS " f-aliq-pis
                        " COFINS " f-aliq-cofins
                        " CSLL " f-aliq-csll
                        " STATUS " f13700-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd13700-nex

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

            display frm-regra-retencao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-regra-retencao

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
            if   not ws-fornecedor-encontrado
                 exit section
            end-if

            initialize                             f13700-regra-retencao
            move lnk-cd-empresa                    to f13700-cd-empresa
            move lnk-cd-filial                     to f13700-cd-filial
            move f-cd-fornecedor                   to f13700-cd-fornecedor
            move f-cd-tipo-servico                 to f13700-cd-tipo-servico
            perform 9000-ler-pd13700-ran
            if   not ws-operacao-ok
                 move "Regra de retenção não cadastrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-regra-encontrada                to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Fornecedor precisa existir no cadastro; o tipo de serviço é um
      *> código livre da empresa (001, 002...) escolhido na entrada do
      *> documento quando o fornecedor presta mais de um serviço.
       2210-aceitar-chave section.

            set ws-fornecedor-encontrado           to false

            perform until f-cd-fornecedor <> zeros
                 accept f-cd-fornecedor at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f01500-fornecedor
            move lnk-cd-empresa                    to f01500-cd-empresa
            move lnk-cd-filial                     to f01500-cd-filial
            move f-cd-fornecedor                   to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
                 string "Fornecedor [" f-cd-fornecedor "] não cadastrado!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-fornecedor-encontrado           to true
            move f01500-razao-social               to f-razao-social
            perform 8000-tela

            perform until f-cd-tipo-servico <> zeros
                 accept f-cd-tipo-servico at line 13 col 34 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
      *> Alíquotas em percentual sobre o valor bruto; zero dispensa o
      *> tributo. Código do serviço (R-2010) só é exigido quando há
      *> retenção de INSS; natureza do rendimento (R-4020) quando há
      *> IRRF ou PIS/COFINS/CSLL.
       2300-aceitar-campos section.

            accept f-ds-tipo-servico        at line 13 col 39 with update auto-skip
            accept f-aliq-irrf              at line 17 col 34 with update auto-skip
            accept f-aliq-inss              at line 17 col 71 with update auto-skip
            accept f-aliq-iss               at line 19 col 34 with update auto-skip
            accept f-aliq-pis               at line 19 col 71 with update auto-skip
            accept f-aliq-cofins            at line 21 col 34 with update auto-skip
            accept f-aliq-csll              at line 21 col 71 with update auto-skip

      *> Campos de tela são editados - o teste de zero é feito na
      *> alíquota numérica
            move f-aliq-inss                       to ws-aliq-inss
            move zeros                             to ws-aliq-federais
            move f-aliq-irrf                       to ws-aliq-trabalho
            add  ws-aliq-trabalho                  to ws-aliq-federais
            move f-aliq-pis                        to ws-aliq-trabalho
            add  ws-aliq-trabalho                  to ws-aliq-federais
            move f-aliq-cofins                     to ws-aliq-trabalho
            add  ws-aliq-trabalho                  to ws-aliq-federais
            move f-aliq-csll                       to ws-aliq-trabalho
            add  ws-aliq-trabalho                  to ws-aliq-federais

            if   ws-aliq-inss not equal zeros
                 perform until f-cd-servico-reinf <> zeros
                      accept f-cd-servico-reinf at line 15 col 34 with update auto-skip
                 end-perform
            else
                 accept f-cd-servico-reinf  at line 15 col 34 with update auto-skip
            end-if

            if   ws-aliq-federais not equal zeros
                 perform until f-cd-natureza-rendimento <> zeros
                      accept f-cd-natureza-rendimento at line 15 col 71 with update auto-skip
                 end-perform
            else
                 accept f-cd-natureza-rendimento at line 15 col 71 with update auto-skip
            end-if

       exit.

      *>=================================================================================
       2310-mover-campos section.

            move f-ds-tipo-servico                 to f13700-ds-tipo-servico
            move f-cd-servico-reinf                to f13700-cd-servico-reinf
            move f-cd-natureza-rendimento          to f13700-cd-natureza-rendimento
            move f-aliq-irrf                       to f13700-aliq-irrf
            move f-aliq-inss                       to f13700-aliq-inss
            move f-aliq-iss                        to f13700-aliq-iss
            move f-aliq-pis                        to f13700-aliq-pis
            move f-aliq-cofins                     to f13700-aliq-cofins
            move f-aliq-csll                       to f13700-aliq-csll

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f13700-cd-fornecedor              to f-cd-fornecedor
            move f13700-cd-tipo-servico            to f-cd-tipo-servico
            move f13700-ds-tipo-servico            to f-ds-tipo-servico
            move f13700-cd-servico-reinf           to f-cd-servico-reinf
            move f13700-cd-natureza-rendimento     to f-cd-natureza-rendimento
            move f13700-aliq-irrf                  to f-aliq-irrf
            move f13700-aliq-inss                  to f-aliq-inss
            move f13700-aliq-iss                   to f-aliq-iss
            move f13700-aliq-pis                   to f-aliq-pis
            move f13700-aliq-cofins                to f-aliq-cofins
            move f13700-aliq-csll                  to f-aliq-csll

            evaluate true
                 when f13700-regra-ativa
                      move "ATIVA"                 to f-ds-status
                 when f13700-regra-inativa
                      move "INATIVA"               to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR13700.cpy.
       copy CSR01500.cpy.
