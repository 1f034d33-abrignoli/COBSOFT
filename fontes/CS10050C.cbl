      $set sourceformat"free"
       program-id. CS10050C.
      *>=================================================================================
      *>
      *>                    Cadastro do Plano de Contas Contábil
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14100.cpy.
       copy CSS09100.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF14100.cpy.
       copy CSF09100.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10050C".
       78   c-descricao-programa                   value "PLANO DE CONTAS CONTABIL".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-conta                         pic x(01).
               88 ws-conta-encontrada                   value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-cd-conta-x                       pic 9(05).
            03 ws-nr-importadas                    pic 9(05).
            03 ws-nr-importadas-x                  pic z(04)9.

       01   f-conta.
            03 f-cd-conta                          pic 9(05).
            03 f-ds-conta-gerencial                pic x(45).
            03 f-classificacao                     pic x(20).
            03 f-ds-conta                          pic x(55).
            03 f-natureza                          pic x(01).
            03 f-ds-natureza                       pic x(20).
            03 f-grupo-balanco                     pic x(01).
            03 f-ds-grupo                          pic x(30).
            03 f-cd-conta-escritorio               pic x(20).
            03 f-ds-status                         pic x(30).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-conta.
            03 line 11 col 16   pic x(17) value "Conta Gerencial.:".
            03 line 11 col 34   pic 9(05) from f-cd-conta.
            03 line 11 col 41   pic x(38) from f-ds-conta-gerencial.
            03 line 13 col 16   pic x(17) value "Classificacao...:".
            03 line 13 col 34   pic x(20) from f-classificacao.
            03 line 15 col 16   pic x(17) value "Descricao.......:".
            03 line 15 col 34   pic x(45) from f-ds-conta.
            03 line 17 col 16   pic x(17) value "Natureza (D/C)..:".
            03 line 17 col 34   pic x(01) from f-natureza.
            03 line 17 col 37   pic x(20) from f-ds-natureza.
            03 line 19 col 16   pic x(17) value "Grupo (A/P/L/R).:".
            03 line 19 col 34   pic x(01) from f-grupo-balanco.
            03 line 19 col 37   pic x(30) from f-ds-grupo.
            03 line 21 col 16   pic x(17) value "Conta Escritorio:".
            03 line 21 col 34   pic x(20) from f-cd-conta-escritorio.
            03 line 23 col 16   pic x(17) value "Status..........:".
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

            perform 9000-abrir-i-pd09100

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

            close pd14100
            close pd09100

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
                when 06
                     perform 2100-importar-gerencial
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> A conta contábil nasce de uma conta gerencial existente (mesmo
      *> código) - é por ela que os lançamentos de pd09200 chegam ao
      *> balancete, razão, diário e à exportação.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-conta <> zeros
                 accept f-cd-conta at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f09100-conta-gerencial
            move lnk-cd-empresa                    to f09100-cd-empresa
            move lnk-cd-filial                     to f09100-cd-filial
            move f-cd-conta                        to f09100-cd-conta
            perform 9000-ler-pd09100-ran
            if   not ws-operacao-ok
                 move "Conta gerencial não cadastrada - inclua-a antes no CS10039C!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f14100-conta-contabil
            move lnk-cd-empresa                    to f14100-cd-empresa
            move lnk-cd-filial                     to f14100-cd-filial
            move f-cd-conta                        to f14100-cd-conta
            perform 9000-ler-pd14100-ran
            if   ws-operacao-ok
                 move "Conta contábil já cadastrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f14100-conta-contabil
            move f09100-cd-conta                   to f14100-cd-conta
            move f09100-ds-conta                   to f14100-ds-conta
            perform 2300-sugerir-classificacao
            perform 9000-move-registros-frame

            perform 2400-aceitar-campos
            if   not ws-conta-encontrada
                 exit section
            end-if

            initialize                             f14100-conta-contabil
            move lnk-cd-empresa                    to f14100-cd-empresa
            move lnk-cd-filial                     to f14100-cd-filial
            move f-cd-conta                        to f14100-cd-conta
            move f-classificacao                   to f14100-classificacao
            move f-ds-conta                        to f14100-ds-conta
            move f-natureza                        to f14100-natureza
            move f-grupo-balanco                   to f14100-grupo-balanco
            move f-cd-conta-escritorio             to f14100-cd-conta-escritorio
            accept f14100-data-inclusao            from date yyyymmdd
            move lnk-id-usuario                    to f14100-id-usuario
            set  f14100-conta-ativa                to true

            perform 9000-gravar-pd14100
            if   not ws-operacao-ok
                 string "Erro ao gravar conta - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Conta contábil cadastrada com sucesso!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-alterar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-conta

            if   not ws-conta-encontrada
                 exit section
            end-if

            move f14100-controle-versao            to ws-ver-carimbo-lido

            perform 2400-aceitar-campos
            if   not ws-conta-encontrada
                 perform 2200-reler-conta
                 exit section
            end-if

            move f-classificacao                   to f14100-classificacao
            move f-ds-conta                        to f14100-ds-conta
            move f-natureza                        to f14100-natureza
            move f-grupo-balanco                   to f14100-grupo-balanco
            move f-cd-conta-escritorio             to f14100-cd-conta-escritorio

            perform 9000-conferir-versao-pd14100
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd14100
            if   not ws-operacao-ok
                 string "Erro ao alterar conta - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Conta contábil alterada com sucesso!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-conta

       exit.

      *>=================================================================================
       2100-inativar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-conta

            if   not ws-conta-encontrada
                 exit section
            end-if

            move "Confirma a inativação desta conta? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 set  f14100-conta-inativa         to true
                 perform 9000-regravar-pd14100
                 if   not ws-operacao-ok
                      string "Erro ao inativar conta - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-move-registros-frame
                      move "Conta inativada!"      to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Plano em ordem de classificação, com as contas gerenciais ativas
      *> que ainda não têm conta contábil - essas ficam de fora do
      *> balancete e travam o fechamento do período.
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move "PLANO DE CONTAS CONTABIL"        to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f14100-conta-contabil
            move lnk-cd-empresa                     to f14100-cd-empresa
            move lnk-cd-filial                      to f14100-cd-filial
            perform 9000-str-pd14100-grt-1
            perform 9000-ler-pd14100-nex

            perform until not ws-operacao-ok
                          or f14100-cd-empresa <> lnk-cd-empresa
                          or f14100-cd-filial  <> lnk-cd-filial

                 move spaces                        to rl-linha-relatorio
                 string f14100-classificacao
                        " " f14100-ds-conta(1:40)
                        " " f14100-natureza
                        " " f14100-grupo-balanco
                        " GER " f14100-cd-conta
                        " ESCR " f14100-cd-conta-escritorio
                        " " f14100-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd14100-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "CONTAS GERENCIAIS SEM CONTA CONTABIL" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f09100-conta-gerencial
            move lnk-cd-empresa                     to f09100-cd-empresa
            move lnk-cd-filial                      to f09100-cd-filial
            perform 9000-str-pd09100-grt
            perform 9000-ler-pd09100-nex

            perform until not ws-operacao-ok
                          or f09100-cd-empresa <> lnk-cd-empresa
                          or f09100-cd-filial  <> lnk-cd-filial

                 if   f09100-conta-ativa
                      initialize                    f14100-conta-contabil
                      move f09100-cd-empresa        to f14100-cd-empresa
                      move f09100-cd-filial         to f14100-cd-filial
                      move f09100-cd-conta          to f14100-cd-conta
                      perform 9000-ler-pd14100-ran
                      if   not ws-operacao-ok
                           move spaces              to rl-linha-relatorio
                           string "CONTA " f09100-cd-conta
                                  " " f09100-ds-conta(1:45)
                                  into rl-linha-relatorio
                           perform 9000-imprimir-linha-relatorio
                      end-if
                 end-if

                 perform 9000-ler-pd09100-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Carga inicial: cria a conta contábil de cada conta gerencial
      *> ativa ainda sem mapeamento, com a classificação, natureza e
      *> grupo sugeridos - revisar depois pela alteração.
       2100-importar-gerencial section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            move "Cria as contas contábeis sugeridas para o plano gerencial? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move zeros                              to ws-nr-importadas

            initialize                              f09100-conta-gerencial
            move lnk-cd-empresa                     to f09100-cd-empresa
            move lnk-cd-filial                      to f09100-cd-filial
            perform 9000-str-pd09100-grt
            perform 9000-ler-pd09100-nex

            perform until not ws-operacao-ok
                          or f09100-cd-empresa <> lnk-cd-empresa
                          or f09100-cd-filial  <> lnk-cd-filial

                 if   f09100-conta-ativa
                      initialize                    f14100-conta-contabil
                      move f09100-cd-empresa        to f14100-cd-empresa
                      move f09100-cd-filial         to f14100-cd-filial
                      move f09100-cd-conta          to f14100-cd-conta
                      perform 9000-ler-pd14100-ran
                      if   not ws-operacao-ok
                           initialize               f14100-conta-contabil
                           move f09100-cd-empresa   to f14100-cd-empresa
                           move f09100-cd-filial    to f14100-cd-filial
                           move f09100-cd-conta     to f14100-cd-conta
                           move f09100-ds-conta     to f14100-ds-conta
                           perform 2300-sugerir-classificacao
                           accept f14100-data-inclusao from date yyyymmdd
                           move lnk-id-usuario      to f14100-id-usuario
                           set  f14100-conta-ativa  to true
                           perform 9000-gravar-pd14100
                           if   ws-operacao-ok
                                add 1               to ws-nr-importadas
                           end-if
                      end-if
                 end-if

                 perform 9000-ler-pd09100-nex

            end-perform

            move ws-nr-importadas                   to ws-nr-importadas-x
            move spaces                             to ws-mensagem
            string ws-nr-importadas-x " conta(s) contábil(eis) criada(s) - revise classificação e natureza." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2200-localizar-conta section.

            set ws-conta-encontrada                to false

            perform until f-cd-conta <> zeros
                 accept f-cd-conta at line 11 col 34 with update auto-skip
            end-perform

            perform 2200-reler-conta

       exit.

      *>=================================================================================
       2200-reler-conta section.

            set ws-conta-encontrada                to false

            initialize                             f14100-conta-contabil
            move lnk-cd-empresa                    to f14100-cd-empresa
            move lnk-cd-filial                     to f14100-cd-filial
            move f-cd-conta                        to f14100-cd-conta
            perform 9000-ler-pd14100-ran
            if   not ws-operacao-ok
                 move "Conta contábil não cadastrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-conta-encontrada                to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Sugestão a partir do código e do tipo da conta gerencial: os
      *> dígitos do código viram a classificação (11000 -> 1.1.000); o
      *> primeiro dígito dá o grupo (1 ativo, 2 passivo, demais
      *> resultado); receita é credora, dedução/CMV/despesa devedoras e
      *> as demais seguem o grupo.
       2300-sugerir-classificacao section.

            move f14100-cd-conta                    to ws-cd-conta-x
            move spaces                             to f14100-classificacao
            string ws-cd-conta-x(1:1) "." ws-cd-conta-x(2:1) "." ws-cd-conta-x(3:3)
                   delimited by size into f14100-classificacao
            move ws-cd-conta-x                      to f14100-cd-conta-escritorio

            evaluate ws-cd-conta-x(1:1)
                 when "1"
                      set  f14100-grupo-ativo       to true
                      set  f14100-natureza-devedora to true
                 when "2"
                      set  f14100-grupo-passivo     to true
                      set  f14100-natureza-credora  to true
                 when other
                      set  f14100-grupo-resultado   to true
                      set  f14100-natureza-credora  to true
            end-evaluate

            evaluate true
                 when f09100-conta-receita
                      set  f14100-natureza-credora  to true
                 when f09100-conta-deducao
                 when f09100-conta-cmv
                 when f09100-conta-despesa
                      set  f14100-natureza-devedora to true
            end-evaluate

       exit.

      *>=================================================================================
      *> Aceita os campos editáveis; classificação repetida na filial
      *> cancela a operação (ws-conta-encontrada desligado).
       2400-aceitar-campos section.

            set ws-conta-encontrada                to true

            perform until f-classificacao <> spaces
                 accept f-classificacao at line 13 col 34 with update auto-skip
            end-perform

            if   f-classificacao <> f14100-classificacao
            or   f14100-cd-empresa equal zeros
                 perform 2410-verificar-classificacao
                 if   not ws-conta-encontrada
                      exit section
                 end-if
            end-if

            accept f-ds-conta at line 15 col 34 with update auto-skip

            perform until f-natureza equal "D" or "C"
                 accept f-natureza at line 17 col 34 with update auto-skip
            end-perform

            perform until f-grupo-balanco equal "A" or "P" or "L" or "R"
                 accept f-grupo-balanco at line 19 col 34 with update auto-skip
            end-perform

            accept f-cd-conta-escritorio at line 21 col 34 with update auto-skip

       exit.

      *>=================================================================================
       2410-verificar-classificacao section.

            initialize                              f14100-conta-contabil
            move lnk-cd-empresa                     to f14100-cd-empresa
            move lnk-cd-filial                      to f14100-cd-filial
            move f-classificacao                    to f14100-classificacao
            perform 9000-ler-pd14100-ran-1
            if   ws-operacao-ok
            and  f14100-cd-conta <> f-cd-conta
                 move spaces                        to ws-mensagem
                 string "Classificação já usada pela conta " f14100-cd-conta "!" into ws-mensagem
                 perform 9000-mensagem
                 set  ws-conta-encontrada           to false
            end-if

            if   f-cd-conta <> zeros
                 initialize                         f14100-conta-contabil
                 move lnk-cd-empresa                to f14100-cd-empresa
                 move lnk-cd-filial                 to f14100-cd-filial
                 move f-cd-conta                    to f14100-cd-conta
                 perform 9000-ler-pd14100-ran
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

            if   lnk-permite-inclusao
                 move "06 - Importar Gerenc"       to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-conta

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-conta

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f14100-cd-conta                   to f-cd-conta
            move f14100-classificacao              to f-classificacao
            move f14100-ds-conta                   to f-ds-conta
            move f14100-natureza                   to f-natureza
            move f14100-grupo-balanco              to f-grupo-balanco
            move f14100-cd-conta-escritorio        to f-cd-conta-escritorio

            move spaces                            to f-ds-conta-gerencial
            initialize                             f09100-conta-gerencial
            move lnk-cd-empresa                    to f09100-cd-empresa
            move lnk-cd-filial                     to f09100-cd-filial
            move f14100-cd-conta                   to f09100-cd-conta
            perform 9000-ler-pd09100-ran
            if   ws-operacao-ok
                 move f09100-ds-conta              to f-ds-conta-gerencial
            end-if

            evaluate true
                 when f14100-natureza-devedora
                      move "DEVEDORA"              to f-ds-natureza
                 when f14100-natureza-credora
                      move "CREDORA"               to f-ds-natureza
                 when other
                      move spaces                  to f-ds-natureza
            end-evaluate

            evaluate true
                 when f14100-grupo-ativo
                      move "ATIVO"                 to f-ds-grupo
                 when f14100-grupo-passivo
                      move "PASSIVO"               to f-ds-grupo
                 when f14100-grupo-patrimonio
                      move "PATRIMONIO LIQUIDO"    to f-ds-grupo
                 when f14100-grupo-resultado
                      move "RESULTADO"             to f-ds-grupo
                 when other
                      move spaces                  to f-ds-grupo
            end-evaluate

            evaluate true
                 when f14100-conta-ativa
                      move "ATIVA"                 to f-ds-status
                 when f14100-conta-inativa
                      move "INATIVA"               to f-ds-status
                 when f14100-cd-empresa equal zeros
                      move "NOVA"                  to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR14100.cpy.
       copy CSR09100.cpy.
