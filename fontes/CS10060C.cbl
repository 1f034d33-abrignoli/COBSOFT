      $set sourceformat"free"
       program-id. CS10060C.
      *>=================================================================================
      *>
      *>          Delegação Temporária de Alçadas - Férias e Ausências
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00800.cpy.
       copy CSS11400.cpy.
       copy CSS19900.cpy.
       copy CSS20000.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF11400.cpy.
       copy CSF19900.cpy.
       copy CSF20000.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10060C".
       78   c-descricao-programa                   value "DELEGACAO DE ALCADAS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-delegacao                     pic x(01).
               88 ws-delegacao-encontrada              value "S" false "N".
            03 ws-id-campos                        pic x(01).
               88 ws-campos-validos                    value "S" false "N".
            03 ws-id-operador-supervisor           pic x(01).
               88 ws-operador-supervisor               value "S" false "N".
            03 ws-id-usuario-validar               pic 9(11).
            03 ws-nome-usuario-validar             pic x(55).
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-inicio                      pic 9(08).
            03 ws-data-fim                         pic 9(08).
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).

       01   f-delegacao.
            03 f-nr-delegacao                      pic 9(06).
            03 f-id-titular                        pic 9(11).
            03 f-nome-titular                      pic x(55).
            03 f-id-substituto                     pic 9(11).
            03 f-nome-substituto                   pic x(55).
            03 f-data-inicio                       pic 9(08).
            03 f-data-fim                          pic 9(08).
            03 f-id-compras                        pic x(01).
            03 f-id-preco                          pic x(01).
            03 f-id-supervisor                     pic x(01).
            03 f-valor-limite                      pic z.zzz.zzz.zz9,99.
            03 f-ds-motivo                         pic x(40).
            03 f-ds-status                         pic x(20).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-delegacao.
            03 line 11 col 10   pic x(23) value "Numero Delegacao......:".
            03 line 11 col 34   pic 9(06) from f-nr-delegacao.
            03 line 12 col 10   pic x(23) value "Titular (CPF).........:".
            03 line 12 col 34   pic 9(11) from f-id-titular.
            03 line 12 col 47   pic x(55) from f-nome-titular.
            03 line 13 col 10   pic x(23) value "Substituto (CPF)......:".
            03 line 13 col 34   pic 9(11) from f-id-substituto.
            03 line 13 col 47   pic x(55) from f-nome-substituto.
            03 line 14 col 10   pic x(23) value "Vigencia (de/ate).....:".
            03 line 14 col 34   pic 9(02) from f-data-inicio(01:02).
            03 line 14 col 36   pic x(01) value "/".
            03 line 14 col 37   pic 9(02) from f-data-inicio(03:02).
            03 line 14 col 39   pic x(01) value "/".
            03 line 14 col 40   pic 9(04) from f-data-inicio(05:04).
            03 line 14 col 47   pic 9(02) from f-data-fim(01:02).
            03 line 14 col 49   pic x(01) value "/".
            03 line 14 col 50   pic 9(02) from f-data-fim(03:02).
            03 line 14 col 52   pic x(01) value "/".
            03 line 14 col 53   pic 9(04) from f-data-fim(05:04).
            03 line 15 col 10   pic x(23) value "Aprova Pedido Compra..:".
            03 line 15 col 34   pic x(01) from f-id-compras.
            03 line 15 col 47   pic x(23) value "Libera Preco..........:".
            03 line 15 col 71   pic x(01) from f-id-preco.
            03 line 16 col 10   pic x(23) value "Autoriza Supervisor...:".
            03 line 16 col 34   pic x(01) from f-id-supervisor.
            03 line 16 col 47   pic x(23) value "Limite Compra (0=tit.):".
            03 line 16 col 71   pic z.zzz.zzz.zz9,99 from f-valor-limite.
            03 line 17 col 10   pic x(23) value "Motivo................:".
            03 line 17 col 34   pic x(40) from f-ds-motivo.
            03 line 18 col 10   pic x(23) value "Status................:".
            03 line 18 col 34   pic x(20) from f-ds-status.

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

            perform 9000-abrir-i-pd00800

            string lnk-dat-path delimited   by "  " "\EFD114.DAT" into wid-pd11400
            open input pd11400
            if   ws-arquivo-inexistente
                 open output pd11400
                 close pd11400
                 open input pd11400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD114.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD199.DAT" into wid-pd19900
            open i-o pd19900
            if   ws-arquivo-inexistente
                 open output pd19900
                 close pd19900
                 open i-o pd19900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD199.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD200.DAT" into wid-pd20000
            open input pd20000
            if   ws-arquivo-inexistente
                 open output pd20000
                 close pd20000
                 open input pd20000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD200.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

      *> Quem é supervisor (ou login master) delega por qualquer
      *> titular; os demais, só as próprias alçadas.
            set  ws-operador-supervisor            to false
            if   lnk-login-master
                 set  ws-operador-supervisor       to true
            else
                 initialize                        f00800-usuario
                 move lnk-id-usuario               to f00800-id-usuario
                 perform 9000-ler-pd00800-ran
                 if   ws-operacao-ok
                 and  f00800-permite-atribuir-acesso
                      set  ws-operador-supervisor  to true
                 end-if
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

            close pd00800
            close pd11400
            close pd19900
            close pd20000

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
                     perform 2100-cancelar
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

            perform 2300-accept-delegacao

            if   not ws-campos-validos
                 exit section
            end-if

            move "Confirma a delegação? [S/N]"     to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f19900-delegacao-alcada
            move lnk-cd-empresa                    to f19900-cd-empresa
            move lnk-cd-filial                     to f19900-cd-filial
            move 1                                 to f19900-nr-delegacao
            move f-id-titular                      to f19900-id-usuario-titular
            move f-id-substituto                   to f19900-id-usuario-substituto
            move ws-data-inicio                    to f19900-data-inicio
            move ws-data-fim                       to f19900-data-fim
            move f-id-compras                      to f19900-id-compras
            move f-id-preco                        to f19900-id-preco
            move f-id-supervisor                   to f19900-id-supervisor
            move f-valor-limite                    to f19900-valor-limite
            move f-ds-motivo                       to f19900-ds-motivo
            set  f19900-delegacao-ativa            to true
            move lnk-id-usuario                    to f19900-id-usuario-cadastro
            move ws-data-hoje                      to f19900-data-cadastro

            perform 9000-gravar-pd19900
            perform until not ws-registro-existente
                 add  1                            to f19900-nr-delegacao
                 perform 9000-gravar-pd19900
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar delegação - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Delegação registrada!"           to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-delegacao

       exit.

      *>=================================================================================
      *> Encerra a delegação antes do fim da vigência (titular voltou).
       2100-cancelar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-delegacao

            if   not ws-delegacao-encontrada
                 exit section
            end-if

            if   not ws-operador-supervisor
            and  f19900-id-usuario-titular <> lnk-id-usuario
                 move "Somente o titular ou um supervisor cancela a delegação!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f19900-delegacao-cancelada
                 move "Delegação já cancelada!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma o cancelamento da delegação? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 set  f19900-delegacao-cancelada   to true
                 perform 9000-regravar-pd19900
                 perform 9000-move-registros-frame
                 move "Delegação cancelada!"       to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Delegações da filial e, abaixo, todas as aprovações feitas por
      *> substitutos (pd20000): quem aprovou, em nome de quem e o quê.
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move "DELEGACOES DE ALCADA" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f19900-delegacao-alcada
            move lnk-cd-empresa                     to f19900-cd-empresa
            move lnk-cd-filial                      to f19900-cd-filial
            perform 9000-str-pd19900-grt
            perform 9000-ler-pd19900-nex

            perform until not ws-operacao-ok
                          or f19900-cd-empresa <> lnk-cd-empresa
                          or f19900-cd-filial  <> lnk-cd-filial

                 move spaces                        to rl-linha-relatorio
                 string "NR " f19900-nr-delegacao
                        " TITULAR " f19900-id-usuario-titular
                        " SUBST " f19900-id-usuario-substituto
                        " DE " f19900-data-inicio
                        " ATE " f19900-data-fim
                        " C/P/S " f19900-id-compras f19900-id-preco f19900-id-supervisor
                        " LIMITE " f19900-valor-limite
                        " STATUS " f19900-id-status
                        " " f19900-ds-motivo
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd19900-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "APROVACOES POR DELEGACAO"          to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f20000-uso-delegacao
            move lnk-cd-empresa                     to f20000-cd-empresa
            move lnk-cd-filial                      to f20000-cd-filial
            perform 9000-str-pd20000-grt
            perform 9000-ler-pd20000-nex

            perform until not ws-operacao-ok
                          or f20000-cd-empresa <> lnk-cd-empresa
                          or f20000-cd-filial  <> lnk-cd-filial

                 move spaces                        to rl-linha-relatorio
                 string "DATA " f20000-data-uso " " f20000-hora-uso
                        " APROVADOR " f20000-id-usuario-substituto
                        " EM NOME DE " f20000-id-usuario-titular
                        " TIPO " f20000-tipo-aprovacao
                        " PROG " f20000-cd-programa
                        " DELEG " f20000-nr-delegacao
                        " " f20000-ds-referencia
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd20000-nex

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

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "03 - Cancelar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "04 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-delegacao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-delegacao

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-localizar-delegacao section.

            set ws-delegacao-encontrada            to false

            perform until f-nr-delegacao <> zeros
                 accept f-nr-delegacao at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f19900-delegacao-alcada
            move lnk-cd-empresa                    to f19900-cd-empresa
            move lnk-cd-filial                     to f19900-cd-filial
            move f-nr-delegacao                    to f19900-nr-delegacao
            perform 9000-ler-pd19900-ran
            if   not ws-operacao-ok
                 move "Delegação não cadastrada!"  to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-delegacao-encontrada            to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Titular e substituto ativos e diferentes; vigência de hoje em
      *> diante; ao menos um escopo, e cada escopo marcado precisa ser
      *> alçada que o titular de fato tem.
       2300-accept-delegacao section.

            set  ws-campos-validos                 to false

            accept ws-data-hoje                    from date yyyymmdd

            if   ws-operador-supervisor
                 perform until f-id-titular <> zeros
                      accept f-id-titular at line 12 col 34 with update auto-skip
                 end-perform
            else
                 move lnk-id-usuario               to f-id-titular
            end-if
            move f-id-titular                      to ws-id-usuario-validar
            perform 2310-validar-usuario
            if   ws-nome-usuario-validar equal spaces
                 exit section
            end-if
            move ws-nome-usuario-validar           to f-nome-titular
            perform 8000-tela

            perform until f-id-substituto <> zeros
                 accept f-id-substituto at line 13 col 34 with update auto-skip
            end-perform
            if   f-id-substituto equal f-id-titular
                 move "O substituto não pode ser o próprio titular!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move f-id-substituto                   to ws-id-usuario-validar
            perform 2310-validar-usuario
            if   ws-nome-usuario-validar equal spaces
                 exit section
            end-if
            move ws-nome-usuario-validar           to f-nome-substituto
            perform 8000-tela

            perform until f-data-inicio greater zeros
                 accept f-data-inicio(01:02) at line 14 col 34 with update auto-skip
                 accept f-data-inicio(03:02) at line 14 col 37 with update auto-skip
                 accept f-data-inicio(05:04) at line 14 col 40 with update auto-skip
            end-perform
            move f-data-inicio                     to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to ws-data-inicio

            perform until f-data-fim greater zeros
                 accept f-data-fim(01:02) at line 14 col 47 with update auto-skip
                 accept f-data-fim(03:02) at line 14 col 50 with update auto-skip
                 accept f-data-fim(05:04) at line 14 col 53 with update auto-skip
            end-perform
            move f-data-fim                        to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to ws-data-fim

            if   ws-data-inicio(5:2) < "01" or > "12"
            or   ws-data-inicio(7:2) < "01" or > "31"
            or   ws-data-fim(5:2)    < "01" or > "12"
            or   ws-data-fim(7:2)    < "01" or > "31"
                 move "Data inválida!"             to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   ws-data-fim less ws-data-inicio
            or   ws-data-fim less ws-data-hoje
                 move "Vigência inválida - o fim deve ser hoje ou depois e não anterior ao início!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform until f-id-compras equal "S" or "N"
                 accept f-id-compras at line 15 col 34 with update auto-skip
                 move function upper-case(f-id-compras) to f-id-compras
            end-perform
            perform until f-id-preco equal "S" or "N"
                 accept f-id-preco at line 15 col 71 with update auto-skip
                 move function upper-case(f-id-preco) to f-id-preco
            end-perform
            perform until f-id-supervisor equal "S" or "N"
                 accept f-id-supervisor at line 16 col 34 with update auto-skip
                 move function upper-case(f-id-supervisor) to f-id-supervisor
            end-perform

            if   f-id-compras    equal "N"
            and  f-id-preco      equal "N"
            and  f-id-supervisor equal "N"
                 move "Informe ao menos um escopo para a delegação!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f-id-compras equal "S"
                 initialize                        f11400-alcada-compra
                 move lnk-cd-empresa               to f11400-cd-empresa
                 move lnk-cd-filial                to f11400-cd-filial
                 move "U"                          to f11400-tipo-alcada
                 move f-id-titular                 to f11400-cd-referencia
                 perform 9000-ler-pd11400-ran
                 if   not ws-operacao-ok
                 or   not f11400-alcada-ativa
                      move "Titular sem alçada de compra cadastrada para delegar!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 accept f-valor-limite at line 16 col 71 with update auto-skip
            end-if

            if   f-id-preco equal "S"
            or   f-id-supervisor equal "S"
                 initialize                        f00800-usuario
                 move f-id-titular                 to f00800-id-usuario
                 perform 9000-ler-pd00800-ran
                 if   not ws-operacao-ok
                 or   not f00800-permite-atribuir-acesso
                      move "Titular não é supervisor - não há liberação/autorização a delegar!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
            end-if

            perform until f-ds-motivo <> spaces
                 accept f-ds-motivo at line 17 col 34 with update auto-skip
            end-perform

            set  ws-campos-validos                 to true

       exit.

      *>=================================================================================
       2310-validar-usuario section.

            move spaces                            to ws-nome-usuario-validar

            initialize                             f00800-usuario
            move ws-id-usuario-validar             to f00800-id-usuario
            perform 9000-ler-pd00800-ran
            if   not ws-operacao-ok
                 string "Usuário não encontrado! - [" ws-id-usuario-validar "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f00800-ativo
                 string "Usuário não está ativo! - [" ws-id-usuario-validar "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f00800-nome-usuario               to ws-nome-usuario-validar

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-delegacao
            move f19900-nr-delegacao               to f-nr-delegacao
            move f19900-id-usuario-titular         to f-id-titular
            move f19900-id-usuario-substituto      to f-id-substituto
            move f19900-id-compras                 to f-id-compras
            move f19900-id-preco                   to f-id-preco
            move f19900-id-supervisor              to f-id-supervisor
            move f19900-valor-limite               to f-valor-limite
            move f19900-ds-motivo                  to f-ds-motivo

            move f19900-data-inicio                to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-inicio
            move f19900-data-fim                   to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-fim

            initialize                             f00800-usuario
            move f-id-titular                      to f00800-id-usuario
            perform 9000-ler-pd00800-ran
            if   ws-operacao-ok
                 move f00800-nome-usuario          to f-nome-titular
            end-if
            initialize                             f00800-usuario
            move f-id-substituto                   to f00800-id-usuario
            perform 9000-ler-pd00800-ran
            if   ws-operacao-ok
                 move f00800-nome-usuario          to f-nome-substituto
            end-if

            accept ws-data-hoje                    from date yyyymmdd
            evaluate true
                 when f19900-delegacao-cancelada
                      move "CANCELADA"             to f-ds-status
                 when f19900-data-fim less ws-data-hoje
                      move "ENCERRADA"             to f-ds-status
                 when f19900-data-inicio greater ws-data-hoje
                      move "AGENDADA"              to f-ds-status
                 when other
                      move "VIGENTE"               to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00800.cpy.
       copy CSR11400.cpy.
       copy CSR19900.cpy.
       copy CSR20000.cpy.
