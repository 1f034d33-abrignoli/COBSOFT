      $set sourceformat"free"
       program-id. CS60007C.
      *>=================================================================================
      *>
      *>       Produção - Revisões da Estrutura e Alterações de Engenharia
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS01700.cpy.
       copy CSS01800.cpy.
       copy CSS03300.cpy.
       copy CSS17500.cpy.
       copy CSS17600.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF01700.cpy.
       copy CSF01800.cpy.
       copy CSF03300.cpy.
       copy CSF17500.cpy.
       copy CSF17600.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS60007C".
       78   c-descricao-programa                   value "REVISAO DE ESTRUTURA".
       78   c-max-componentes                      value 300.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW17500.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-cd-produto                       pic 9(09).
            03 ws-cd-material                      pic 9(09).
            03 ws-nr-revisao                       pic 9(04).
            03 ws-nr-revisao-comparar              pic 9(04).
            03 ws-nr-revisao-ultima                pic 9(04).
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-inicio                      pic 9(08).
            03 ws-data-fim-anterior                pic 9(08).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-encontrado                value "S" false "N".
            03 ws-id-inicio                        pic x(01).
               88 ws-inicio-valido                      value "S" false "N".
            03 ws-nr-componentes                   pic 9(04).
            03 ws-nr-encerradas                    pic 9(04).
            03 ws-nr-ocorrencias                   pic 9(06).
            03 ws-nr-diferencas                    pic 9(04).
            03 ws-ix                               pic 9(03) comp.
            03 ws-ix-2                             pic 9(03) comp.
            03 ws-ix-lista                         pic 9(01) comp.

       01   ws-campos-relatorio.
            03 ws-qtde-x                           pic zz.zz9,9999.
            03 ws-qtde-2-x                         pic zz.zz9,9999.
            03 ws-contador-x                       pic zzzzz9.
            03 ws-data-inicio-x                    pic x(10).
            03 ws-data-fim-x                       pic x(10).
            03 ws-data-formatar                    pic 9(08).
            03 ws-data-formatada                   pic x(10).
            03 ws-ds-situacao                      pic x(10).
            03 ws-ds-revisao                       pic x(16).
            03 ws-ds-revisao-a                     pic x(16).
            03 ws-ds-revisao-b                     pic x(16).
            03 ws-ds-diferenca                     pic x(16).
            03 ws-ds-material                      pic x(35).

      *> Componentes das duas versões comparadas: 1 = revisão A,
      *> 2 = revisão B (zero = estrutura em elaboração, pd03300)
       01   ws-tabela-comparacao.
            03 ws-lista                            occurs 2 times.
               05 ws-lst-nr-itens                  pic 9(03).
               05 ws-lst-item                      occurs 300 times.
                  07 ws-lst-cd-material            pic 9(09).
                  07 ws-lst-qtde                   pic 9(06)v9(04).
                  07 ws-lst-id-par                 pic x(01).

       01   f-revisao.
            03 f-cd-produto                        pic zzzzzzzzz.
            03 f-descricao-produto                 pic x(55).
            03 f-nr-revisao                        pic zzz9.
            03 f-ds-situacao                       pic x(10).
            03 f-data-inicio                       pic 9(08).
            03 f-data-fim                          pic 9(08).
            03 f-ds-motivo                         pic x(55).
            03 f-nm-solicitante                    pic x(30).
            03 f-data-solicitacao                  pic 9(08).
            03 f-id-usuario-aprovacao              pic x(11).
            03 f-data-aprovacao                    pic 9(08).
            03 f-nr-componentes                    pic zzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-revisao.
            03 line 11 col 09   pic x(24) value "Produto................:".
            03 line 11 col 34   pic zzzzzzzzz from f-cd-produto.
            03 line 11 col 45   pic x(55) from f-descricao-produto.
            03 line 13 col 09   pic x(24) value "Revisao................:".
            03 line 13 col 34   pic zzz9 from f-nr-revisao.
            03 line 13 col 47   pic x(09) value "Situacao:".
            03 line 13 col 57   pic x(10) from f-ds-situacao.
            03 line 13 col 70   pic x(12) value "Componentes:".
            03 line 13 col 83   pic zzz9 from f-nr-componentes.
            03 line 15 col 09   pic x(24) value "Inicio Vig. (AAAAMMDD).:".
            03 line 15 col 34   pic 9(08) from f-data-inicio.
            03 line 15 col 47   pic x(18) value "Fim Vigencia.....:".
            03 line 15 col 66   pic 9(08) from f-data-fim.
            03 line 17 col 09   pic x(24) value "Motivo da Alteracao....:".
            03 line 17 col 34   pic x(55) from f-ds-motivo.
            03 line 19 col 09   pic x(24) value "Solicitante............:".
            03 line 19 col 34   pic x(30) from f-nm-solicitante.
            03 line 19 col 66   pic x(13) value "Solicitacao:".
            03 line 19 col 80   pic 9(08) from f-data-solicitacao.
            03 line 21 col 09   pic x(24) value "Aprovado/Rejeitado por.:".
            03 line 21 col 34   pic x(11) from f-id-usuario-aprovacao.
            03 line 21 col 47   pic x(18) value "Data Aprovacao...:".
            03 line 21 col 66   pic 9(08) from f-data-aprovacao.

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

            perform 9000-abrir-i-pd01700
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd03300

            string lnk-dat-path delimited   by "  " "\EFD175.DAT" into wid-pd17500
            open i-o pd17500
            if   ws-arquivo-inexistente
                 open output pd17500
                 close pd17500
                 open i-o pd17500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD175.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD176.DAT" into wid-pd17600
            open i-o pd17600
            if   ws-arquivo-inexistente
                 open output pd17600
                 close pd17600
                 open i-o pd17600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD176.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            close pd01700
            close pd01800
            close pd03300
            close pd17500
            close pd17600

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-nova-revisao
                when 02
                     perform 2200-consulta
                when 03
                     perform 2300-aprovar-revisao
                when 04
                     perform 2400-rejeitar-revisao
                when 05
                     perform 2500-onde-usado
                when 06
                     perform 2600-comparar-revisoes
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Alteração de engenharia: congela os componentes ativos da
      *> estrutura em elaboração (pd03300, CS60001C) numa nova revisão
      *> pendente, com a vigência pretendida, o motivo e o solicitante.
      *> Ordens e MRP só passam a usá-la depois de aprovada.
       2100-nova-revisao section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-informar-produto
            if   not ws-registro-encontrado
                 exit section
            end-if

            perform 2810-contar-estrutura-atual
            if   ws-nr-componentes equal zeros
                 move "Produto sem componentes ativos na estrutura (CS60001C)!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2820-ultima-revisao
            if   ws-nr-revisao-ultima not less 9999
                 move "Limite de revisões do produto atingido!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            compute ws-nr-revisao = ws-nr-revisao-ultima + 1

            accept ws-data-hoje                     from date yyyymmdd

            move ws-nr-revisao                      to f-nr-revisao
            move "PENDENTE"                         to f-ds-situacao
            move ws-nr-componentes                  to f-nr-componentes
            move ws-data-hoje                       to f-data-inicio
                                                       f-data-solicitacao
            display frm-revisao

            perform 2830-informar-inicio

            perform until f-ds-motivo <> spaces
                 accept f-ds-motivo at line 17 col 34 with update auto-skip
                 move function upper-case(f-ds-motivo) to f-ds-motivo
            end-perform

            perform until f-nm-solicitante <> spaces
                 accept f-nm-solicitante at line 19 col 34 with update auto-skip
                 move function upper-case(f-nm-solicitante) to f-nm-solicitante
            end-perform

            move ws-nr-componentes                  to ws-contador-x
            string "Registra a revisão " ws-nr-revisao " com os " ws-contador-x
                   " componentes atuais da estrutura? [S/N]" into ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                              f17500-revisao-estrutura
            move lnk-cd-empresa                     to f17500-cd-empresa
            move lnk-cd-filial                      to f17500-cd-filial
            move ws-cd-produto                      to f17500-cd-produto
            move ws-nr-revisao                      to f17500-nr-revisao
            move ws-data-inicio                     to f17500-data-inicio-vigencia
            move zeros                              to f17500-data-fim-vigencia
            move f-ds-motivo                        to f17500-ds-motivo
            move f-nm-solicitante                   to f17500-nm-solicitante
            move ws-data-hoje                       to f17500-data-solicitacao
            move lnk-id-usuario                     to f17500-id-usuario-registro
            set  f17500-revisao-pendente            to true
            move zeros                              to f17500-data-aprovacao
            move spaces                             to f17500-id-usuario-aprovacao

            perform 9000-gravar-pd17500
            if   not ws-operacao-ok
                 string "Erro ao gravar revisão - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2840-congelar-componentes

            string "Revisão " ws-nr-revisao " registrada - pendente de aprovação (opção 03)!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2200-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-informar-produto
            if   not ws-registro-encontrado
                 exit section
            end-if

            perform 2850-localizar-revisao

       exit.

      *>=================================================================================
      *> Aprovação da revisão pendente: confirma (ou corrige) o início
      *> da vigência, que não pode ser anterior a hoje nem ao início de
      *> outra revisão aprovada, e encerra a vigência da anterior na
      *> véspera - a partir daí as ordens abertas e o MRP usam a nova.
       2300-aprovar-revisao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-informar-produto
            if   not ws-registro-encontrado
                 exit section
            end-if

            perform 2850-localizar-revisao
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f17500-revisao-pendente
                 move "Somente revisões pendentes podem ser aprovadas!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-hoje                     from date yyyymmdd

            perform 2830-informar-inicio

            perform 2860-validar-inicio
            if   not ws-inicio-valido
                 exit section
            end-if

            move ws-data-inicio                     to ws-data-formatar
            perform 9000-formatar-data
            string "Aprova a revisão " ws-nr-revisao " com vigência a partir de "
                   ws-data-formatada "? [S/N]" into ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            perform 2870-encerrar-anteriores

            initialize                              f17500-revisao-estrutura
            move lnk-cd-empresa                     to f17500-cd-empresa
            move lnk-cd-filial                      to f17500-cd-filial
            move ws-cd-produto                      to f17500-cd-produto
            move ws-nr-revisao                      to f17500-nr-revisao
            perform 9000-ler-pd17500-ran
            if   not ws-operacao-ok
                 string "Erro ao reler revisão - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-data-inicio                     to f17500-data-inicio-vigencia
            move zeros                              to f17500-data-fim-vigencia
            set  f17500-revisao-aprovada            to true
            move ws-data-hoje                       to f17500-data-aprovacao
            move lnk-id-usuario                     to f17500-id-usuario-aprovacao
            perform 9000-regravar-pd17500
            if   not ws-operacao-ok
                 string "Erro ao aprovar revisão - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2880-mostrar-revisao

            if   ws-nr-encerradas greater zeros
                 move ws-data-fim-anterior          to ws-data-formatar
                 perform 9000-formatar-data
                 string "Revisão " ws-nr-revisao " aprovada - vigência da anterior encerrada em "
                        ws-data-formatada "!" into ws-mensagem
            else
                 string "Revisão " ws-nr-revisao " aprovada!" into ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2400-rejeitar-revisao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-informar-produto
            if   not ws-registro-encontrado
                 exit section
            end-if

            perform 2850-localizar-revisao
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f17500-revisao-pendente
                 move "Somente revisões pendentes podem ser rejeitadas!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            string "Rejeita a revisão " ws-nr-revisao "? [S/N]" into ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                     from date yyyymmdd

            set  f17500-revisao-rejeitada           to true
            move ws-data-hoje                       to f17500-data-aprovacao
            move lnk-id-usuario                     to f17500-id-usuario-aprovacao
            perform 9000-regravar-pd17500
            if   not ws-operacao-ok
                 string "Erro ao rejeitar revisão - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2880-mostrar-revisao

       exit.

      *>=================================================================================
      *> Onde usado: produtos cujas revisões (qualquer situação) ou cuja
      *> estrutura em elaboração levam o material informado.
       2500-onde-usado section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            move zeros                              to ws-cd-material
            perform until exit
                 display "Material componente.....:" at line 27 col 03
                 accept ws-cd-material              at line 27 col 29 with update auto-skip
                 if   ws-cd-material equal zeros
                      exit section
                 end-if
                 initialize                         f01700-material
                 move lnk-cd-empresa                to f01700-cd-empresa
                 move lnk-cd-filial                 to f01700-cd-filial
                 move ws-cd-material                to f01700-cd-material
                 perform 9000-ler-pd01700-ran
                 if   ws-operacao-ok
                      exit perform
                 end-if
                 string "Material [" ws-cd-material "] não cadastrado!" into ws-mensagem
                 perform 9000-mensagem
            end-perform

            move zeros                              to ws-nr-ocorrencias

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "ONDE USADO - MATERIAL " ws-cd-material " " f01700-descricao-material
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "PRODUTO   DESCRICAO                           REVISAO          SITUACAO   INICIO     FIM                QTDE"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f17600-componente-revisao
            move lnk-cd-empresa                     to f17600-cd-empresa
            move lnk-cd-filial                      to f17600-cd-filial
            perform 9000-str-pd17600-grt
            perform 9000-ler-pd17600-nex

            perform until not ws-operacao-ok
                          or f17600-cd-empresa <> lnk-cd-empresa
                          or f17600-cd-filial  <> lnk-cd-filial

                 if   f17600-cd-material equal ws-cd-material
                      perform 2510-imprimir-uso-revisao
                 end-if

                 perform 9000-ler-pd17600-nex

            end-perform

            initialize                              f03300-estrutura-produto
            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            perform 9000-str-pd03300-grt
            perform 9000-ler-pd03300-nex

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                          or f03300-cd-filial  <> lnk-cd-filial

                 if   f03300-cd-material equal ws-cd-material
                 and  f03300-componente-ativo
                      perform 2520-imprimir-uso-elaboracao
                 end-if

                 perform 9000-ler-pd03300-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-ocorrencias                  to ws-contador-x
            string "OCORRENCIAS: " ws-contador-x    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2510-imprimir-uso-revisao section.

            add  1                                  to ws-nr-ocorrencias

            initialize                              f17500-revisao-estrutura
            move f17600-cd-empresa                  to f17500-cd-empresa
            move f17600-cd-filial                   to f17500-cd-filial
            move f17600-cd-produto                  to f17500-cd-produto
            move f17600-nr-revisao                  to f17500-nr-revisao
            perform 9000-ler-pd17500-ran
            if   not ws-operacao-ok
                 initialize                         f17500-revisao-estrutura
            end-if

            perform 2890-descrever-situacao

            move f17500-data-inicio-vigencia        to ws-data-formatar
            perform 9000-formatar-data
            move ws-data-formatada                  to ws-data-inicio-x
            move f17500-data-fim-vigencia           to ws-data-formatar
            perform 9000-formatar-data
            move ws-data-formatada                  to ws-data-fim-x

            move f17600-cd-produto                  to ws-cd-produto
            perform 2530-descricao-produto

            move spaces                             to ws-ds-revisao
            string "REV " f17600-nr-revisao         into ws-ds-revisao
            move f17600-qtde-componente             to ws-qtde-x
            move spaces                             to rl-linha-relatorio
            string f17600-cd-produto " " f01800-descricao-produto(1:35) " "
                   ws-ds-revisao " " ws-ds-situacao " " ws-data-inicio-x " "
                   ws-data-fim-x " " ws-qtde-x      into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2520-imprimir-uso-elaboracao section.

            add  1                                  to ws-nr-ocorrencias

            move f03300-cd-produto                  to ws-cd-produto
            perform 2530-descricao-produto

            move f03300-qtde-componente             to ws-qtde-x
            move spaces                             to rl-linha-relatorio
            string f03300-cd-produto " " f01800-descricao-produto(1:35) " "
                   "EM ELABORACAO    " "           " "           "
                   "           " ws-qtde-x          into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2530-descricao-produto section.

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move ws-cd-produto                      to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move spaces                        to f01800-descricao-produto
            end-if

       exit.

      *>=================================================================================
      *> Comparação de duas versões da estrutura do produto: revisão A
      *> contra revisão B (zero = estrutura em elaboração) - componentes
      *> incluídos, retirados e com quantidade alterada na B.
       2600-comparar-revisoes section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-informar-produto
            if   not ws-registro-encontrado
                 exit section
            end-if

            accept f-nr-revisao at line 13 col 34 with update auto-skip
            move f-nr-revisao                       to ws-nr-revisao

            move zeros                              to ws-nr-revisao-comparar
            display "Comparar com a revisao..:"     at line 27 col 03
            accept ws-nr-revisao-comparar           at line 27 col 29 with update auto-skip

            if   ws-nr-revisao equal ws-nr-revisao-comparar
                 move "Informe duas versões diferentes da estrutura!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-nr-revisao                      to ws-nr-revisao-estrutura
            perform 2610-descrever-versao
            if   not ws-registro-encontrado
                 exit section
            end-if
            move ws-ds-revisao                      to ws-ds-revisao-a

            move ws-nr-revisao-comparar             to ws-nr-revisao-estrutura
            perform 2610-descrever-versao
            if   not ws-registro-encontrado
                 exit section
            end-if
            move ws-ds-revisao                      to ws-ds-revisao-b

            initialize                              ws-tabela-comparacao
            move 1                                  to ws-ix-lista
            move ws-nr-revisao                      to ws-nr-revisao-estrutura
            perform 2620-carregar-versao
            move 2                                  to ws-ix-lista
            move ws-nr-revisao-comparar             to ws-nr-revisao-estrutura
            perform 2620-carregar-versao

            move zeros                              to ws-nr-diferencas

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "COMPARACAO DA ESTRUTURA - PRODUTO " ws-cd-produto " " f-descricao-produto
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "A: " ws-ds-revisao-a "   B: " ws-ds-revisao-b
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "MATERIAL  DESCRICAO                                   QTDE A       QTDE B  SITUACAO NA B"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix from 1 by 1 until ws-ix > ws-lst-nr-itens(1)

                 perform varying ws-ix-2 from 1 by 1 until ws-ix-2 > ws-lst-nr-itens(2)
                      if   ws-lst-cd-material(2 ws-ix-2) equal ws-lst-cd-material(1 ws-ix)
                           exit perform
                      end-if
                 end-perform

                 move ws-lst-cd-material(1 ws-ix)   to ws-cd-material
                 move ws-lst-qtde(1 ws-ix)          to ws-qtde-x
                 if   ws-ix-2 greater ws-lst-nr-itens(2)
                      move zeros                    to ws-qtde-2-x
                      move "RETIRADO"               to ws-ds-diferenca
                      add  1                        to ws-nr-diferencas
                 else
                      move "S"                      to ws-lst-id-par(2 ws-ix-2)
                      move ws-lst-qtde(2 ws-ix-2)   to ws-qtde-2-x
                      if   ws-lst-qtde(2 ws-ix-2) equal ws-lst-qtde(1 ws-ix)
                           move "SEM ALTERACAO"     to ws-ds-diferenca
                      else
                           move "QTDE ALTERADA"     to ws-ds-diferenca
                           add  1                   to ws-nr-diferencas
                      end-if
                 end-if

                 perform 2630-imprimir-diferenca

            end-perform

            perform varying ws-ix-2 from 1 by 1 until ws-ix-2 > ws-lst-nr-itens(2)
                 if   ws-lst-id-par(2 ws-ix-2) not equal "S"
                      move ws-lst-cd-material(2 ws-ix-2) to ws-cd-material
                      move zeros                    to ws-qtde-x
                      move ws-lst-qtde(2 ws-ix-2)   to ws-qtde-2-x
                      move "INCLUIDO"               to ws-ds-diferenca
                      add  1                        to ws-nr-diferencas
                      perform 2630-imprimir-diferenca
                 end-if
            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-diferencas                   to ws-contador-x
            string "DIFERENCAS ENTRE AS VERSOES: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Descrição da versão em ws-nr-revisao-estrutura para o
      *> cabeçalho; revisão inexistente interrompe a comparação.
       2610-descrever-versao section.

            set  ws-registro-encontrado             to true
            move spaces                             to ws-ds-revisao

            if   ws-nr-revisao-estrutura equal zeros
                 move "EM ELABORACAO"               to ws-ds-revisao
                 exit section
            end-if

            initialize                              f17500-revisao-estrutura
            move lnk-cd-empresa                     to f17500-cd-empresa
            move lnk-cd-filial                      to f17500-cd-filial
            move ws-cd-produto                      to f17500-cd-produto
            move ws-nr-revisao-estrutura            to f17500-nr-revisao
            perform 9000-ler-pd17500-ran
            if   not ws-operacao-ok
                 set  ws-registro-encontrado        to false
                 string "Revisão " ws-nr-revisao-estrutura " não cadastrada para o produto!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2890-descrever-situacao
            string "REV " ws-nr-revisao-estrutura " " ws-ds-situacao
                                                    into ws-ds-revisao

       exit.

      *>=================================================================================
       2620-carregar-versao section.

            initialize                              f03300-estrutura-produto
            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move ws-cd-produto                      to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                          or f03300-cd-filial  <> lnk-cd-filial
                          or f03300-cd-produto <> ws-cd-produto

                 if   f03300-componente-ativo
                 and  ws-lst-nr-itens(ws-ix-lista) less c-max-componentes
                      add  1                        to ws-lst-nr-itens(ws-ix-lista)
                      move ws-lst-nr-itens(ws-ix-lista) to ws-ix
                      move f03300-cd-material       to ws-lst-cd-material(ws-ix-lista ws-ix)
                      move f03300-qtde-componente   to ws-lst-qtde(ws-ix-lista ws-ix)
                      move "N"                      to ws-lst-id-par(ws-ix-lista ws-ix)
                 end-if

                 perform 9000-proximo-componente

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2630-imprimir-diferenca section.

            initialize                              f01700-material
            move lnk-cd-empresa                     to f01700-cd-empresa
            move lnk-cd-filial                      to f01700-cd-filial
            move ws-cd-material                     to f01700-cd-material
            perform 9000-ler-pd01700-ran
            if   ws-operacao-ok
                 move f01700-descricao-material     to ws-ds-material
            else
                 move spaces                        to ws-ds-material
            end-if

            move spaces                             to rl-linha-relatorio
            string ws-cd-material " " ws-ds-material "    " ws-qtde-x "  " ws-qtde-2-x
                   "  " ws-ds-diferenca             into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2800-informar-produto section.

            move "N"                                to ws-id-registro

            perform until exit

                accept f-cd-produto at line 11 col 34 with update auto-skip

                move f-cd-produto              to ws-cd-produto

                if   ws-cd-produto equal zeros
                     exit perform
                end-if

                initialize                     f01800-produto
                move lnk-cd-empresa            to f01800-cd-empresa
                move lnk-cd-filial             to f01800-cd-filial
                move ws-cd-produto             to f01800-cd-produto
                perform 9000-ler-pd01800-ran
                if   not ws-operacao-ok
                     string "Produto não cadastrado! [" ws-cd-produto "]" into ws-mensagem
                     perform 9000-mensagem
                else
                     move f01800-descricao-produto  to f-descricao-produto
                     move "S"                       to ws-id-registro
                     display f-descricao-produto at line 11 col 45
                     exit perform
                end-if

            end-perform

       exit.

      *>=================================================================================
       2810-contar-estrutura-atual section.

            move zeros                              to ws-nr-componentes

            initialize                              f03300-estrutura-produto
            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move ws-cd-produto                      to f03300-cd-produto
            perform 9000-str-pd03300-grt
            perform 9000-ler-pd03300-nex

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                          or f03300-cd-filial  <> lnk-cd-filial
                          or f03300-cd-produto <> ws-cd-produto

                 if   f03300-componente-ativo
                      add  1                        to ws-nr-componentes
                 end-if

                 perform 9000-ler-pd03300-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2820-ultima-revisao section.

            move zeros                              to ws-nr-revisao-ultima

            initialize                              f17500-revisao-estrutura
            move lnk-cd-empresa                     to f17500-cd-empresa
            move lnk-cd-filial                      to f17500-cd-filial
            move ws-cd-produto                      to f17500-cd-produto
            move 9999                               to f17500-nr-revisao
            perform 9000-str-pd17500-ngrt
            if   ws-operacao-ok
                 perform 9000-ler-pd17500-pre
                 if   ws-operacao-ok
                 and  f17500-cd-empresa equal lnk-cd-empresa
                 and  f17500-cd-filial  equal lnk-cd-filial
                 and  f17500-cd-produto equal ws-cd-produto
                      move f17500-nr-revisao        to ws-nr-revisao-ultima
                 end-if
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Início da vigência em AAAAMMDD: data válida e não anterior a hoje
       2830-informar-inicio section.

            perform until exit
                 accept f-data-inicio at line 15 col 34 with update auto-skip
                 move f-data-inicio                 to ws-data-inicio
                 if   function test-date-yyyymmdd(ws-data-inicio) equal zeros
                 and  ws-data-inicio not less ws-data-hoje
                      exit perform
                 end-if
                 move "Início de vigência inválido ou anterior a hoje!" to ws-mensagem
                 perform 9000-mensagem
                 move ws-data-hoje                  to f-data-inicio
            end-perform

       exit.

      *>=================================================================================
      *> Congela os componentes ativos de pd03300 na revisão ws-nr-revisao
       2840-congelar-componentes section.

            initialize                              f03300-estrutura-produto
            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move ws-cd-produto                      to f03300-cd-produto
            perform 9000-str-pd03300-grt
            perform 9000-ler-pd03300-nex

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                          or f03300-cd-filial  <> lnk-cd-filial
                          or f03300-cd-produto <> ws-cd-produto

                 if   f03300-componente-ativo
                      initialize                    f17600-componente-revisao
                      move lnk-cd-empresa           to f17600-cd-empresa
                      move lnk-cd-filial            to f17600-cd-filial
                      move ws-cd-produto            to f17600-cd-produto
                      move ws-nr-revisao            to f17600-nr-revisao
                      move f03300-cd-material       to f17600-cd-material
                      move f03300-qtde-componente   to f17600-qtde-componente
                      perform 9000-gravar-pd17600
                      if   not ws-operacao-ok
                           string "Erro ao gravar componente da revisão - " ws-resultado-acesso into ws-mensagem
                           perform 9000-mensagem
                      end-if
                 end-if

                 perform 9000-ler-pd03300-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Revisão informada do produto; zero = a vigente hoje
       2850-localizar-revisao section.

            set  ws-registro-encontrado             to false

            accept f-nr-revisao at line 13 col 34 with update auto-skip
            move f-nr-revisao                       to ws-nr-revisao

            if   ws-nr-revisao equal zeros
                 accept ws-data-hoje                from date yyyymmdd
                 move ws-cd-produto                 to ws-cd-produto-estrutura
                 move ws-data-hoje                  to ws-data-estrutura
                 perform 9000-revisao-vigente
                 move ws-nr-revisao-estrutura       to ws-nr-revisao
                 if   ws-nr-revisao equal zeros
                      move "Produto sem revisão aprovada - vale a estrutura em elaboração!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
            end-if

            initialize                              f17500-revisao-estrutura
            move lnk-cd-empresa                     to f17500-cd-empresa
            move lnk-cd-filial                      to f17500-cd-filial
            move ws-cd-produto                      to f17500-cd-produto
            move ws-nr-revisao                      to f17500-nr-revisao
            perform 9000-ler-pd17500-ran
            if   not ws-operacao-ok
                 string "Revisão " ws-nr-revisao " não cadastrada para o produto!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-registro-encontrado             to true

            perform 2880-mostrar-revisao

       exit.

      *>=================================================================================
      *> Início pretendido contra as demais revisões aprovadas do
      *> produto: tem que ser posterior ao início de todas elas.
       2860-validar-inicio section.

            set  ws-inicio-valido                   to true

            initialize                              f17500-revisao-estrutura
            move lnk-cd-empresa                     to f17500-cd-empresa
            move lnk-cd-filial                      to f17500-cd-filial
            move ws-cd-produto                      to f17500-cd-produto
            move zeros                              to f17500-nr-revisao
            perform 9000-str-pd17500-grt
            perform 9000-ler-pd17500-nex

            perform until not ws-operacao-ok
                          or f17500-cd-empresa <> lnk-cd-empresa
                          or f17500-cd-filial  <> lnk-cd-filial
                          or f17500-cd-produto <> ws-cd-produto
                          or not ws-inicio-valido

                 if   f17500-revisao-aprovada
                 and  f17500-data-inicio-vigencia not less ws-data-inicio
                      set  ws-inicio-valido         to false
                      string "Início deve ser posterior ao da revisão aprovada "
                             f17500-nr-revisao " (" f17500-data-inicio-vigencia ")!" into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-ler-pd17500-nex
                 end-if

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Encerra na véspera do novo início a vigência das revisões
      *> aprovadas ainda em aberto (ou com fim além do novo início).
       2870-encerrar-anteriores section.

            move zeros                              to ws-nr-encerradas
            compute ws-data-fim-anterior =
                    function date-of-integer(function integer-of-date(ws-data-inicio) - 1)

            initialize                              f17500-revisao-estrutura
            move lnk-cd-empresa                     to f17500-cd-empresa
            move lnk-cd-filial                      to f17500-cd-filial
            move ws-cd-produto                      to f17500-cd-produto
            move zeros                              to f17500-nr-revisao
            perform 9000-str-pd17500-grt
            perform 9000-ler-pd17500-nex

            perform until not ws-operacao-ok
                          or f17500-cd-empresa <> lnk-cd-empresa
                          or f17500-cd-filial  <> lnk-cd-filial
                          or f17500-cd-produto <> ws-cd-produto

                 if   f17500-revisao-aprovada
                 and (f17500-data-fim-vigencia equal zeros
                 or   f17500-data-fim-vigencia greater ws-data-fim-anterior)
                      move ws-data-fim-anterior     to f17500-data-fim-vigencia
                      perform 9000-regravar-pd17500
                      if   ws-operacao-ok
                           add  1                   to ws-nr-encerradas
                      end-if
                 end-if

                 perform 9000-ler-pd17500-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Mostra a revisão corrente de f17500 com o total de componentes
       2880-mostrar-revisao section.

            move f17500-nr-revisao                  to f-nr-revisao
            move f17500-data-inicio-vigencia        to f-data-inicio
            move f17500-data-fim-vigencia           to f-data-fim
            move f17500-ds-motivo                   to f-ds-motivo
            move f17500-nm-solicitante              to f-nm-solicitante
            move f17500-data-solicitacao            to f-data-solicitacao
            move f17500-id-usuario-aprovacao        to f-id-usuario-aprovacao
            move f17500-data-aprovacao              to f-data-aprovacao
            perform 2890-descrever-situacao
            move ws-ds-situacao                     to f-ds-situacao

            move zeros                              to ws-nr-componentes
            initialize                              f17600-componente-revisao
            move f17500-cd-empresa                  to f17600-cd-empresa
            move f17500-cd-filial                   to f17600-cd-filial
            move f17500-cd-produto                  to f17600-cd-produto
            move f17500-nr-revisao                  to f17600-nr-revisao
            perform 9000-str-pd17600-grt
            perform 9000-ler-pd17600-nex

            perform until not ws-operacao-ok
                          or f17600-cd-empresa <> f17500-cd-empresa
                          or f17600-cd-filial  <> f17500-cd-filial
                          or f17600-cd-produto <> f17500-cd-produto
                          or f17600-nr-revisao <> f17500-nr-revisao
                 add  1                             to ws-nr-componentes
                 perform 9000-ler-pd17600-nex
            end-perform

            move ws-nr-componentes                  to f-nr-componentes

            display frm-revisao

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2890-descrever-situacao section.

            evaluate true
                 when f17500-revisao-pendente
                      move "PENDENTE"               to ws-ds-situacao
                 when f17500-revisao-aprovada
                      move "APROVADA"               to ws-ds-situacao
                 when f17500-revisao-rejeitada
                      move "REJEITADA"              to ws-ds-situacao
                 when other
                      move spaces                   to ws-ds-situacao
            end-evaluate

       exit.

      *>=================================================================================
       9000-formatar-data section.

            move spaces                             to ws-data-formatada
            if   ws-data-formatar greater zeros
                 string ws-data-formatar(7:2) "/" ws-data-formatar(5:2) "/"
                        ws-data-formatar(1:4)       into ws-data-formatada
            end-if

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Nova Revisao"          to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Aprovar"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "04 - Rejeitar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Onde Usado"            to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "06 - Comparar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-revisao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-revisao

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP17500.cpy. *> Estrutura vigente

      *>=================================================================================
      *> Leituras

       copy CSR01700.cpy.
       copy CSR01800.cpy.
       copy CSR03300.cpy.
       copy CSR17500.cpy.
       copy CSR17600.cpy.
