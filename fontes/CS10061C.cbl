      $set sourceformat"free"
       program-id. CS10061C.
      *>=================================================================================
      *>
      *>        Embalagens Retornáveis por Produto Vendido (Quantidade Padrão)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS20300.cpy.
       copy CSS20200.cpy.
       copy CSS01800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF20300.cpy.
       copy CSF20200.cpy.
       copy CSF01800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10061C".
       78   c-descricao-programa                   value "EMBALAGENS DO PRODUTO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-id-vinculo-valido                pic x(01).
               88 ws-vinculo-valido                    value "S" false "N".
            03 ws-qtde-produto-x                   pic zzz.zz9,9999.
            03 ws-qtde-embalagem-x                 pic zz.zz9.

       01   f-vinculo.
            03 f-cd-produto                        pic 9(09).
            03 f-descricao-produto                 pic x(45).
            03 f-cd-embalagem                      pic 9(09).
            03 f-descricao-embalagem               pic x(45).
            03 f-qtde-produto                      pic zzzzzz9,9999.
            03 f-qtde-embalagem                    pic zzzz9.
            03 f-id-status                         pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-vinculo.
            03 line 11 col 21   pic x(12) value "Produto.....".
            03 line 11 col 34   pic 9(09) from f-cd-produto.
            03 line 11 col 45   pic x(45) from f-descricao-produto.
            03 line 13 col 21   pic x(12) value "Embalagem...".
            03 line 13 col 34   pic 9(09) from f-cd-embalagem.
            03 line 13 col 45   pic x(45) from f-descricao-embalagem.
            03 line 15 col 09   pic x(24) value "A cada qtde. vendida...:".
            03 line 15 col 34   pic zzzzzz9,9999 from f-qtde-produto.
            03 line 17 col 09   pic x(24) value "Vao embalagens (unid.).:".
            03 line 17 col 34   pic zzzz9 from f-qtde-embalagem.
            03 line 19 col 09   pic x(24) value "Status (A/I)...........:".
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

            string lnk-dat-path delimited by "  " "\EFD203.DAT" into wid-pd20300
            open i-o pd20300
            if   ws-arquivo-inexistente
                 open output pd20300
                 close pd20300
                 open i-o pd20300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD203.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited by "  " "\EFD202.DAT" into wid-pd20200
            open input pd20200
            if   ws-arquivo-inexistente
                 open output pd20200
                 close pd20200
                 open input pd20200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD202.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01800

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
      *> Sem exclusão: o vínculo deixa de valer com o status I e continua
      *> no relatório, como a embalagem desmarcada no CS10042C.
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-manutencao
                     end-perform
                when 04
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

            perform 2200-aceitar-chave
            if   not ws-vinculo-valido
                 exit section
            end-if

            initialize                              f20300-vinculo-embalagem
            move lnk-cd-empresa                     to f20300-cd-empresa
            move lnk-cd-filial                      to f20300-cd-filial
            move f-cd-produto                       to f20300-cd-produto
            move f-cd-embalagem                     to f20300-cd-embalagem
            perform 9000-ler-pd20300-ran
            if   ws-operacao-ok
                 move "Embalagem já vinculada ao produto - use a manutenção!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "A"                                to f-id-status
            perform 2300-aceitar-dados

            initialize                              f20300-vinculo-embalagem
            move lnk-cd-empresa                     to f20300-cd-empresa
            move lnk-cd-filial                      to f20300-cd-filial
            move f-cd-produto                       to f20300-cd-produto
            move f-cd-embalagem                     to f20300-cd-embalagem
            perform 2400-mover-dados
            perform 9000-gravar-pd20300
            if   not ws-operacao-ok
                 string "Erro ao gravar vínculo de embalagem - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 2200-localizar-vinculo

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-localizar-vinculo
            if   not ws-operacao-ok
                 exit section
            end-if

            move f20300-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            perform 2400-mover-dados
            perform 9000-conferir-versao-pd20300
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd20300
            if   not ws-operacao-ok
                 string "Erro ao alterar vínculo de embalagem - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Vínculos da filial por produto vendido, com a situação da
      *> embalagem (inativa no CS10042C não vai mais nas remessas).
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "EMBALAGENS RETORNAVEIS POR PRODUTO VENDIDO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial          into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f20300-vinculo-embalagem
            move lnk-cd-empresa                     to f20300-cd-empresa
            move lnk-cd-filial                      to f20300-cd-filial
            perform 9000-str-pd20300-grt
            perform 9000-ler-pd20300-nex

            perform until not ws-operacao-ok
                          or f20300-cd-empresa <> lnk-cd-empresa
                          or f20300-cd-filial  <> lnk-cd-filial

                 perform 2500-imprimir-vinculo

                 perform 9000-ler-pd20300-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2500-imprimir-vinculo section.

            initialize                              f01800-produto
            move f20300-cd-empresa                  to f01800-cd-empresa
            move f20300-cd-filial                   to f01800-cd-filial
            move f20300-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move spaces                        to f01800-descricao-produto
            end-if
            move f01800-descricao-produto           to f-descricao-produto

            initialize                              f01800-produto
            move f20300-cd-empresa                  to f01800-cd-empresa
            move f20300-cd-filial                   to f01800-cd-filial
            move f20300-cd-embalagem                to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move spaces                        to f01800-descricao-produto
            end-if

            initialize                              f20200-embalagem-retornavel
            move f20300-cd-empresa                  to f20200-cd-empresa
            move f20300-cd-filial                   to f20200-cd-filial
            move f20300-cd-embalagem                to f20200-cd-embalagem
            perform 9000-ler-pd20200-ran
            if   not ws-operacao-ok
                 move "I"                           to f20200-id-status
            end-if
            move "00"                               to ws-resultado-acesso

            move f20300-qtde-produto                to ws-qtde-produto-x
            move f20300-qtde-embalagem              to ws-qtde-embalagem-x
            move spaces                             to rl-linha-relatorio
            string f20300-cd-produto " " f-descricao-produto(1:30)
                   " A CADA " ws-qtde-produto-x
                   " -> " ws-qtde-embalagem-x " X " f20300-cd-embalagem
                   " " f01800-descricao-produto(1:25)
                   " VINC " f20300-id-status
                   " EMB " f20200-id-status        into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Produto vendido e embalagem: a embalagem precisa estar marcada
      *> como retornável (pd20200 ativo) e não pode ser o próprio produto.
       2200-aceitar-chave section.

            set  ws-vinculo-valido                  to false

            perform until f-cd-produto <> zeros
                 accept f-cd-produto at line 11 col 34 with update auto-skip
            end-perform

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move f-cd-produto                       to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move "Produto não cadastrado!"     to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move f01800-descricao-produto           to f-descricao-produto
            display f-descricao-produto             at line 11 col 45

            perform until f-cd-embalagem <> zeros
                 accept f-cd-embalagem at line 13 col 34 with update auto-skip
            end-perform

            if   f-cd-embalagem equal f-cd-produto
                 move "A embalagem não pode ser o próprio produto!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move f-cd-embalagem                     to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move "Embalagem não cadastrada como produto!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move f01800-descricao-produto           to f-descricao-embalagem
            display f-descricao-embalagem           at line 13 col 45

            initialize                              f20200-embalagem-retornavel
            move lnk-cd-empresa                     to f20200-cd-empresa
            move lnk-cd-filial                      to f20200-cd-filial
            move f-cd-embalagem                     to f20200-cd-embalagem
            perform 9000-ler-pd20200-ran
            if   not ws-operacao-ok
            or   not f20200-embalagem-ativa
                 move "Produto não marcado como embalagem retornável (CS10042C)!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-vinculo-valido                  to true

       exit.

      *>=================================================================================
       2200-localizar-vinculo section.

            perform 8000-limpa-tela

            perform until f-cd-produto <> zeros
                 accept f-cd-produto at line 11 col 34 with update auto-skip
            end-perform

            perform until f-cd-embalagem <> zeros
                 accept f-cd-embalagem at line 13 col 34 with update auto-skip
            end-perform

            initialize                              f20300-vinculo-embalagem
            move lnk-cd-empresa                     to f20300-cd-empresa
            move lnk-cd-filial                      to f20300-cd-filial
            move f-cd-produto                       to f20300-cd-produto
            move f-cd-embalagem                     to f20300-cd-embalagem
            perform 9000-ler-pd20300-ran
            if   not ws-operacao-ok
                 move "Embalagem não vinculada ao produto!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move f-cd-produto                       to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 move f01800-descricao-produto      to f-descricao-produto
            end-if

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move f-cd-embalagem                     to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 move f01800-descricao-produto       to f-descricao-embalagem
            end-if

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Quantidade padrão: a cada qtde-produto vendida vão qtde-embalagem
      *> unidades da embalagem (a remessa arredonda para cima).
       2300-aceitar-dados section.

            move zeros                              to f20300-qtde-produto
            perform until f20300-qtde-produto greater zeros
                 accept f-qtde-produto at line 15 col 34 with update auto-skip
                 move f-qtde-produto                to f20300-qtde-produto
            end-perform

            move zeros                              to f20300-qtde-embalagem
            perform until f20300-qtde-embalagem greater zeros
                 accept f-qtde-embalagem at line 17 col 34 with update auto-skip
                 move f-qtde-embalagem              to f20300-qtde-embalagem
            end-perform

            move spaces                             to f20300-id-status
            perform until f20300-vinculo-ativo
                       or f20300-vinculo-inativo
                 accept f-id-status at line 19 col 34 with update auto-skip
                 move function upper-case(f-id-status) to f-id-status
                 move f-id-status                   to f20300-id-status
            end-perform

       exit.

      *>=================================================================================
       2400-mover-dados section.

            move f-qtde-produto                     to f20300-qtde-produto
            move f-qtde-embalagem                   to f20300-qtde-embalagem
            move f-id-status                        to f20300-id-status
            move lnk-id-usuario                     to f20300-id-usuario
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f20300-data-alteracao

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd20300
            close pd20200
            close pd01800

       exit.

      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 8000-opcoes-frame
            perform 9000-frame-padrao
            display frm-vinculo

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                              f-vinculo

            perform 8000-opcoes-frame
            perform 9000-frame-padrao
            display frm-vinculo

       exit.

      *>=================================================================================
       8000-opcoes-frame section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Incluir"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Manutencao"            to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "04 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f20300-qtde-produto                to f-qtde-produto
            move f20300-qtde-embalagem              to f-qtde-embalagem
            move f20300-id-status                   to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR20300.cpy.
       copy CSR20200.cpy.
       copy CSR01800.cpy.
