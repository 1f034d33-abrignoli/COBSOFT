      $set sourceformat"free"
       program-id. CS60011C.
      *>=================================================================================
      *>
      *>       Produção - Ordens de Manutenção Preventiva e Corretiva
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS18000.cpy.
       copy CSS18100.cpy.
       copy CSS17800.cpy.
       copy CSS17900.cpy.
       copy CSS12200.cpy.
       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS01900.cpy.
       copy CSS03900.cpy.
       copy CSS04200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF18000.cpy.
       copy CSF18100.cpy.
       copy CSF17800.cpy.
       copy CSF17900.cpy.
       copy CSF12200.cpy.
       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF01900.cpy.
       copy CSF03900.cpy.
       copy CSF04200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS60011C".
       78   c-descricao-programa                   value "ORDENS DE MANUTENCAO".
       78   c-alocar-sequencia                     value "CS00118S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW17800.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-nr-ordem                         pic 9(09).
            03 ws-data-hoje                        pic 9(08).
            03 ws-hora-hoje                        pic 9(04).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-encontrado                value "S" false "N".
            03 ws-id-periodo                       pic x(01).
               88 ws-periodo-bloqueado                  value "S" false "N".
            03 ws-id-parada                        pic x(01).
               88 ws-parada-valida                      value "S" false "N".
            03 ws-minutos-parada                   pic s9(09).
            03 ws-cd-produto                       pic 9(09).
            03 ws-cd-deposito                      pic 9(04).
            03 ws-cd-motivo                        pic 9(03).
            03 ws-qtde-consumo                     pic 9(09)v9(04).
            03 ws-qtde-consumo-x                   pic zzzzzzzz9,9999.
            03 ws-valor-mao-obra-x                 pic zzzzzzzz9,99.
            03 ws-qtde-disp-anterior               pic s9(09)v9(04).
            03 ws-qtde-res-anterior                pic s9(09)v9(04).
            03 ws-valor-peca                       pic 9(11)v9(02).
            03 ws-nr-sequencia-mov                 pic 9(06).
            03 ws-nr-sequencia-peca                pic 9(03).
            03 ws-ds-motivo-mov                    pic x(55).

       01   ws-campos-relatorio.
            03 ws-qtde-x                           pic zzz.zzz.zz9,9999.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-horas-x                          pic zzzz9,99.

       01   f-ordem.
            03 f-nr-ordem                          pic 9(09).
            03 f-ds-situacao                       pic x(10).
            03 f-cd-equipamento                    pic 9(06).
            03 f-ds-equipamento                    pic x(40).
            03 f-tipo-manutencao                   pic x(01).
            03 f-nr-plano                          pic 9(03).
            03 f-cd-centro-trabalho                pic 9(04).
            03 f-ds-servico                        pic x(55).
            03 f-data-inicio-parada                pic 9(08).
            03 f-hora-inicio-parada                pic 9(04).
            03 f-data-fim-parada                   pic 9(08).
            03 f-hora-fim-parada                   pic 9(04).
            03 f-valor-pecas                       pic zz.zzz.zzz.zz9,99.
            03 f-valor-mao-obra                    pic zzz.zzz.zz9,99.
            03 f-horas-parada                      pic zzzz9,99.

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-ordem.
            03 line 11 col 09   pic x(24) value "Ordem de Manutencao....:".
            03 line 11 col 34   pic 9(09) from f-nr-ordem.
            03 line 11 col 47   pic x(18) value "Situacao.........:".
            03 line 11 col 66   pic x(10) from f-ds-situacao.
            03 line 13 col 09   pic x(24) value "Equipamento............:".
            03 line 13 col 34   pic 9(06) from f-cd-equipamento.
            03 line 13 col 42   pic x(40) from f-ds-equipamento.
            03 line 15 col 09   pic x(24) value "Tipo (P=Prev. C=Corr.).:".
            03 line 15 col 34   pic x(01) from f-tipo-manutencao.
            03 line 15 col 37   pic x(06) value "Plano:".
            03 line 15 col 44   pic 9(03) from f-nr-plano.
            03 line 15 col 49   pic x(16) value "Centro Trabalho:".
            03 line 15 col 66   pic 9(04) from f-cd-centro-trabalho.
            03 line 17 col 09   pic x(24) value "Servico................:".
            03 line 17 col 34   pic x(55) from f-ds-servico.
            03 line 19 col 09   pic x(25) value "Inicio Parada (AAAAMMDD):".
            03 line 19 col 34   pic 9(08) from f-data-inicio-parada.
            03 line 19 col 47   pic x(18) value "Hora (HHMM)......:".
            03 line 19 col 66   pic 9(04) from f-hora-inicio-parada.
            03 line 21 col 09   pic x(24) value "Fim Parada (AAAAMMDD)..:".
            03 line 21 col 34   pic 9(08) from f-data-fim-parada.
            03 line 21 col 47   pic x(18) value "Hora (HHMM)......:".
            03 line 21 col 66   pic 9(04) from f-hora-fim-parada.
            03 line 23 col 09   pic x(24) value "Valor Pecas............:".
            03 line 23 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-pecas.
            03 line 23 col 53   pic x(12) value "Mao de Obra:".
            03 line 23 col 66   pic zzz.zzz.zz9,99 from f-valor-mao-obra.
            03 line 25 col 09   pic x(24) value "Horas de Parada........:".
            03 line 25 col 34   pic zzzz9,99 from f-horas-parada.

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

            string lnk-dat-path delimited   by "  " "\EFD180.DAT" into wid-pd18000
            open i-o pd18000
            if   ws-arquivo-inexistente
                 open output pd18000
                 close pd18000
                 open i-o pd18000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD180.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD181.DAT" into wid-pd18100
            open i-o pd18100
            if   ws-arquivo-inexistente
                 open output pd18100
                 close pd18100
                 open i-o pd18100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD181.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD178.DAT" into wid-pd17800
            open input pd17800
            if   ws-arquivo-inexistente
                 open output pd17800
                 close pd17800
                 open input pd17800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD178.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD179.DAT" into wid-pd17900
            open i-o pd17900
            if   ws-arquivo-inexistente
                 open output pd17900
                 close pd17900
                 open i-o pd17900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD179.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD122.DAT" into wid-pd12200
            open input pd12200
            if   ws-arquivo-inexistente
                 open output pd12200
                 close pd12200
                 open input pd12200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD122.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01800
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd03900
            perform 9000-abrir-i-pd04200

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

            close pd18000
            close pd18100
            close pd17800
            close pd17900
            close pd12200
            close pd01800
            close pd06000
            close pd01900
            close pd03900
            close pd04200

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-abrir-ordem
                when 02
                     perform 2200-consulta
                when 03
                     perform 2300-consumir-peca
                when 04
                     perform 2400-encerrar-ordem
                when 05
                     perform 2500-cancelar-ordem
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Abertura: preventiva pelo plano do equipamento (serviço e
      *> parada prevista vêm do plano) ou corretiva pela quebra. O
      *> período de parada previsto já tira a capacidade do centro na
      *> carga-máquina (CS60009S) até o encerramento informar o real.
       2100-abrir-ordem section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until exit
                 perform until f-cd-equipamento <> zeros
                      accept f-cd-equipamento at line 13 col 34 with update auto-skip
                 end-perform

                 initialize                        f17800-equipamento
                 move lnk-cd-empresa               to f17800-cd-empresa
                 move lnk-cd-filial                to f17800-cd-filial
                 move f-cd-equipamento             to f17800-cd-equipamento
                 perform 9000-ler-pd17800-ran
                 if   ws-operacao-ok
                 and  f17800-equipamento-ativo
                      exit perform
                 end-if

                 move "Equipamento não cadastrado ou inativo (CS60010C)!" to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to f-cd-equipamento
            end-perform

            move f17800-ds-equipamento             to f-ds-equipamento
            move f17800-cd-centro-trabalho         to f-cd-centro-trabalho
            display frm-ordem

            perform until f-tipo-manutencao = "P" or "C"
                 accept f-tipo-manutencao at line 15 col 34 with update auto-skip
                 move function upper-case(f-tipo-manutencao) to f-tipo-manutencao
            end-perform

            accept ws-data-hoje                     from date yyyymmdd
            accept ws-horas                         from time
            move ws-horas(1:4)                      to ws-hora-hoje

            move ws-data-hoje                       to f-data-inicio-parada
            move ws-hora-hoje                       to f-hora-inicio-parada

            if   f-tipo-manutencao equal "P"
                 perform until exit
                      accept f-nr-plano at line 15 col 44 with update auto-skip
                      initialize                   f17900-plano-preventivo
                      move lnk-cd-empresa          to f17900-cd-empresa
                      move lnk-cd-filial           to f17900-cd-filial
                      move f-cd-equipamento        to f17900-cd-equipamento
                      move f-nr-plano              to f17900-nr-plano
                      perform 9000-ler-pd17900-ran
                      if   ws-operacao-ok
                      and  f17900-plano-ativo
                           exit perform
                      end-if
                      move "Plano preventivo não cadastrado ou inativo para o equipamento!" to ws-mensagem
                      perform 9000-mensagem
                 end-perform
                 move f17900-ds-plano              to f-ds-servico
                 compute ws-minutos-parada =
                         f17900-horas-parada-prevista * 60
                 perform 2110-prever-fim-parada
            else
                 move zeros                        to f-nr-plano
                 move ws-data-hoje                 to f-data-fim-parada
                 move ws-hora-hoje                 to f-hora-fim-parada
            end-if
            display frm-ordem

            perform until f-ds-servico <> spaces
                 accept f-ds-servico at line 17 col 34 with update auto-skip
                 move function upper-case(f-ds-servico) to f-ds-servico
            end-perform

            set  ws-parada-valida                   to false
            perform until ws-parada-valida
                 accept f-data-inicio-parada at line 19 col 34 with update auto-skip
                 accept f-hora-inicio-parada at line 19 col 66 with update auto-skip
                 accept f-data-fim-parada    at line 21 col 34 with update auto-skip
                 accept f-hora-fim-parada    at line 21 col 66 with update auto-skip
                 perform 2900-validar-parada
            end-perform

            move "Confirma abertura da ordem de manutenção? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                              lk-parametros-sequencia
            string "OSM-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                  to lk-seq-valor-minimo
            move lk-parametros-sequencia            to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                  to lk-parametros-sequencia
            move spaces                             to lnk-linha-comando
            if   lk-seq-valor equal zeros
                 move "Erro na alocação do número da ordem de manutenção!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move lk-seq-valor                       to ws-nr-ordem

            initialize                              f18000-ordem-manutencao
            move lnk-cd-empresa                     to f18000-cd-empresa
            move lnk-cd-filial                      to f18000-cd-filial
            move ws-nr-ordem                        to f18000-nr-ordem-manutencao
            move f-cd-equipamento                   to f18000-cd-equipamento
            move f-cd-centro-trabalho               to f18000-cd-centro-trabalho
            move f-tipo-manutencao                  to f18000-tipo-manutencao
            move f-nr-plano                         to f18000-nr-plano
            move f-ds-servico                       to f18000-ds-servico
            move ws-data-hoje                       to f18000-data-abertura
            move lnk-id-usuario                     to f18000-id-usuario-abertura
            move f-data-inicio-parada               to f18000-data-inicio-parada
            move f-hora-inicio-parada               to f18000-hora-inicio-parada
            move f-data-fim-parada                  to f18000-data-fim-parada
            move f-hora-fim-parada                  to f18000-hora-fim-parada
            compute f18000-horas-parada rounded = ws-minutos-parada / 60
            move zeros                              to f18000-valor-pecas
                                                       f18000-valor-mao-obra
                                                       f18000-data-encerramento
            move spaces                             to f18000-id-usuario-encerramento
            set  f18000-ordem-aberta                to true

            perform 9000-gravar-pd18000
            if   not ws-operacao-ok
                 string "Erro ao gravar ordem de manutenção - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            string "Ordem de manutenção " ws-nr-ordem " aberta!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Fim previsto = início + minutos de parada do plano.
       2110-prever-fim-parada section.

            compute ws-minutos-parada = ws-minutos-parada
                  + function integer-of-date(f-data-inicio-parada) * 1440
                  + function integer(f-hora-inicio-parada / 100) * 60
                  + function mod(f-hora-inicio-parada 100)

            compute f-data-fim-parada =
                    function date-of-integer(function integer(ws-minutos-parada / 1440))
            compute ws-minutos-parada =
                    function mod(ws-minutos-parada 1440)
            compute f-hora-fim-parada =
                    function integer(ws-minutos-parada / 60) * 100
                  + function mod(ws-minutos-parada 60)

       exit.

      *>=================================================================================
       2200-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-ordem
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   f18000-valor-pecas equal zeros
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "PECAS CONSUMIDAS NA ORDEM DE MANUTENCAO " f18000-nr-ordem-manutencao
                   " - EQUIPAMENTO " f18000-cd-equipamento into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "SEQ PRODUTO   DEP. DESCRICAO                                      QUANTIDADE              VALOR MOT DATA"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f18100-peca-manutencao
            move lnk-cd-empresa                     to f18100-cd-empresa
            move lnk-cd-filial                      to f18100-cd-filial
            move f18000-nr-ordem-manutencao         to f18100-nr-ordem-manutencao
            perform 9000-str-pd18100-grt
            perform 9000-ler-pd18100-nex

            perform until not ws-operacao-ok
                          or f18100-cd-empresa <> lnk-cd-empresa
                          or f18100-cd-filial  <> lnk-cd-filial
                          or f18100-nr-ordem-manutencao <> f18000-nr-ordem-manutencao

                 initialize                         f01800-produto
                 move lnk-cd-empresa                to f01800-cd-empresa
                 move lnk-cd-filial                 to f01800-cd-filial
                 move f18100-cd-produto             to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   not ws-operacao-ok
                      move spaces                   to f01800-descricao-produto
                 end-if

                 move f18100-qtde-consumida         to ws-qtde-x
                 move f18100-valor-custo            to ws-valor-x
                 move spaces                        to rl-linha-relatorio
                 string f18100-nr-sequencia " " f18100-cd-produto " " f18100-cd-deposito
                        " " f01800-descricao-produto(1:40) " " ws-qtde-x " " ws-valor-x
                        " " f18100-cd-motivo " " f18100-data-consumo(7:2) "/"
                        f18100-data-consumo(5:2) "/" f18100-data-consumo(1:4)
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd18100-nex

            end-perform

            move f18000-valor-pecas                 to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL DE PECAS: " ws-valor-x    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Peça consumida: saída do estoque próprio com motivo validado em
      *> pd04200 (ativo, vale para saída; o que exige aprovação só com
      *> login master - mesmo controle do ajuste de estoque CS20003C),
      *> respeitando a competência fechada. O valor ao custo médio soma
      *> no custo de peças da ordem.
       2300-consumir-peca section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 9000-verificar-periodo-fechado
            if   ws-periodo-bloqueado
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-ordem
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18000-ordem-aberta
                 move "Ordem de manutenção não está aberta!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform until exit
                 move zeros                        to ws-cd-produto
                 perform until ws-cd-produto <> zeros
                      display "Peca (produto)...........:" at line 26 col 03
                      accept ws-cd-produto         at line 26 col 29 with update auto-skip
                 end-perform
                 initialize                        f01800-produto
                 move lnk-cd-empresa               to f01800-cd-empresa
                 move lnk-cd-filial                to f01800-cd-filial
                 move ws-cd-produto                to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   ws-operacao-ok
                 and  f01800-produto-ativo
                      exit perform
                 end-if
                 move "Produto não cadastrado ou inativo!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until exit
                 move zeros                        to ws-cd-deposito
                 perform until ws-cd-deposito <> zeros
                      display "Deposito.................:" at line 27 col 03
                      accept ws-cd-deposito        at line 27 col 29 with update auto-skip
                 end-perform
                 initialize                        f06000-estoque
                 move lnk-cd-empresa               to f06000-cd-empresa
                 move lnk-cd-filial                to f06000-cd-filial
                 move ws-cd-produto                to f06000-cd-produto
                 move ws-cd-deposito               to f06000-cd-deposito
                 perform 9000-ler-pd06000-ran
                 if   ws-operacao-ok
                 and  f06000-estoque-proprio
                 and  f06000-qtde-disponivel greater zeros
                      exit perform
                 end-if
                 move "Sem saldo próprio disponível da peça no depósito!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until exit
                 move zeros                        to ws-qtde-consumo-x
                 display "Quantidade...............:" at line 28 col 03
                 accept ws-qtde-consumo-x          at line 28 col 29 with update auto-skip
                 move ws-qtde-consumo-x            to ws-qtde-consumo
                 if   ws-qtde-consumo greater zeros
                 and  ws-qtde-consumo not greater f06000-qtde-disponivel
                      exit perform
                 end-if
                 move "Quantidade deve ser maior que zero e até o saldo disponível!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until exit
                 move zeros                        to ws-cd-motivo
                 perform until ws-cd-motivo <> zeros
                      display "Motivo da saida..........:" at line 29 col 03
                      accept ws-cd-motivo          at line 29 col 29 with update auto-skip
                 end-perform

                 initialize                        f04200-motivo-movimento
                 move lnk-cd-empresa               to f04200-cd-empresa
                 move lnk-cd-filial                to f04200-cd-filial
                 move ws-cd-motivo                 to f04200-cd-motivo
                 perform 9000-ler-pd04200-ran
                 evaluate true
                     when not ws-operacao-ok
                     when not f04200-motivo-ativo
                          move "Motivo não cadastrado ou inativo - ver CS10020C!" to ws-mensagem
                     when f04200-direcao-entrada
                          move "Motivo só permite movimentos de entrada!" to ws-mensagem
                     when f04200-requer-aprovacao
                     and  not lnk-login-master
                          move "Motivo exige aprovação de supervisor (login master)!" to ws-mensagem
                     when other
                          exit perform
                 end-evaluate
                 perform 9000-mensagem
            end-perform

            move ws-qtde-consumo                    to ws-qtde-x
            string "Confirma saída de " ws-qtde-x " da peça " ws-cd-produto
                   " para a ordem " f18000-nr-ordem-manutencao "? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

      *> Saldo relido na hora da baixa
            initialize                              f06000-estoque
            move lnk-cd-empresa                     to f06000-cd-empresa
            move lnk-cd-filial                      to f06000-cd-filial
            move ws-cd-produto                      to f06000-cd-produto
            move ws-cd-deposito                     to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   not ws-operacao-ok
            or   ws-qtde-consumo greater f06000-qtde-disponivel
                 move "Saldo da peça alterado - consumo não realizado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f06000-qtde-disponivel             to ws-qtde-disp-anterior
            move f06000-qtde-reservada              to ws-qtde-res-anterior
            subtract ws-qtde-consumo                from f06000-qtde-disponivel
            perform 9000-regravar-pd06000
            if   not ws-operacao-ok
                 string "Erro ao baixar estoque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            compute ws-valor-peca rounded =
                    ws-qtde-consumo * f06000-custo-medio

            move spaces                             to ws-ds-motivo-mov
            string "MANUTENCAO OS " f18000-nr-ordem-manutencao
                   " EQUIP " f18000-cd-equipamento into ws-ds-motivo-mov
            perform 9000-gravar-movimento

            perform 2310-proxima-sequencia-peca

            initialize                              f18100-peca-manutencao
            move lnk-cd-empresa                     to f18100-cd-empresa
            move lnk-cd-filial                      to f18100-cd-filial
            move f18000-nr-ordem-manutencao         to f18100-nr-ordem-manutencao
            move ws-nr-sequencia-peca               to f18100-nr-sequencia
            move ws-cd-produto                      to f18100-cd-produto
            move ws-cd-deposito                     to f18100-cd-deposito
            move ws-qtde-consumo                    to f18100-qtde-consumida
            move f06000-custo-medio                 to f18100-custo-unitario
            move ws-valor-peca                      to f18100-valor-custo
            move ws-cd-motivo                       to f18100-cd-motivo
            accept f18100-data-consumo              from date yyyymmdd
            move lnk-id-usuario                     to f18100-id-usuario
            perform 9000-gravar-pd18100
            if   not ws-operacao-ok
                 string "Erro ao gravar peça da ordem - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

            move lnk-cd-empresa                     to f18000-cd-empresa
            move lnk-cd-filial                      to f18000-cd-filial
            perform 9000-ler-pd18000-ran
            if   ws-operacao-ok
                 add  ws-valor-peca                 to f18000-valor-pecas
                 perform 9000-regravar-pd18000
            end-if

            perform 9000-move-registros-frame

            move "Peça consumida na ordem de manutenção!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2310-proxima-sequencia-peca section.

            initialize                              f18100-peca-manutencao
            move lnk-cd-empresa                     to f18100-cd-empresa
            move lnk-cd-filial                      to f18100-cd-filial
            move f18000-nr-ordem-manutencao         to f18100-nr-ordem-manutencao
            move 999                                to f18100-nr-sequencia
            perform 9000-str-pd18100-ngrt
            perform 9000-ler-pd18100-pre
            if   ws-operacao-ok
            and  f18100-cd-empresa equal lnk-cd-empresa
            and  f18100-cd-filial  equal lnk-cd-filial
            and  f18100-nr-ordem-manutencao equal f18000-nr-ordem-manutencao
                 compute ws-nr-sequencia-peca = f18100-nr-sequencia + 1
            else
                 move 1                             to ws-nr-sequencia-peca
            end-if

       exit.

      *>=================================================================================
      *> Encerramento: período real de parada (a partir dele o MTBF /
      *> MTTR do CS60012S), mão de obra e, na preventiva, a nova última
      *> execução do plano - data do fim da parada e horas de uso de
      *> agora, que reiniciam a contagem do gatilho.
       2400-encerrar-ordem section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-ordem
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18000-ordem-aberta
                 move "Ordem de manutenção não está aberta!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-hoje                     from date yyyymmdd
            accept ws-horas                         from time
            move ws-horas(1:4)                      to ws-hora-hoje
            move ws-data-hoje                       to f-data-fim-parada
            move ws-hora-hoje                       to f-hora-fim-parada
            display frm-ordem

            set  ws-parada-valida                   to false
            perform until ws-parada-valida
                 accept f-data-inicio-parada at line 19 col 34 with update auto-skip
                 accept f-hora-inicio-parada at line 19 col 66 with update auto-skip
                 accept f-data-fim-parada    at line 21 col 34 with update auto-skip
                 accept f-hora-fim-parada    at line 21 col 66 with update auto-skip
                 perform 2900-validar-parada
                 if   ws-parada-valida
                 and  f-data-fim-parada greater ws-data-hoje
                      move "Fim da parada real não pode ser futuro!" to ws-mensagem
                      perform 9000-mensagem
                      set  ws-parada-valida         to false
                 end-if
            end-perform

            move zeros                              to ws-valor-mao-obra-x
            accept ws-valor-mao-obra-x              at line 23 col 66 with update auto-skip

            compute f18000-horas-parada rounded = ws-minutos-parada / 60
            move f18000-horas-parada                to f-horas-parada
            display frm-ordem

            move "Confirma encerramento da ordem de manutenção? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move f-data-inicio-parada               to f18000-data-inicio-parada
            move f-hora-inicio-parada               to f18000-hora-inicio-parada
            move f-data-fim-parada                  to f18000-data-fim-parada
            move f-hora-fim-parada                  to f18000-hora-fim-parada
            move ws-valor-mao-obra-x                to f18000-valor-mao-obra
            move ws-data-hoje                       to f18000-data-encerramento
            move lnk-id-usuario                     to f18000-id-usuario-encerramento
            set  f18000-ordem-encerrada             to true
            perform 9000-regravar-pd18000
            if   not ws-operacao-ok
                 string "Erro ao encerrar ordem de manutenção - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f18000-manutencao-preventiva
                 move f18000-cd-equipamento         to ws-cd-equipamento-uso
                 perform 9000-horas-uso-equipamento

                 initialize                         f17900-plano-preventivo
                 move lnk-cd-empresa                to f17900-cd-empresa
                 move lnk-cd-filial                 to f17900-cd-filial
                 move f18000-cd-equipamento         to f17900-cd-equipamento
                 move f18000-nr-plano               to f17900-nr-plano
                 perform 9000-ler-pd17900-ran
                 if   ws-operacao-ok
                      move f18000-data-fim-parada   to f17900-data-ultima-execucao
                      move ws-horas-uso             to f17900-horas-uso-ultima-execucao
                      perform 9000-regravar-pd17900
                 end-if
            end-if

            perform 9000-move-registros-frame

            move "Ordem de manutenção encerrada!"   to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Só ordem aberta sem peças consumidas - peça já baixada exige
      *> encerrar a ordem para o custo não sumir.
       2500-cancelar-ordem section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-ordem
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18000-ordem-aberta
                 move "Ordem de manutenção não está aberta!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f18000-valor-pecas greater zeros
                 move "Ordem com peças consumidas - encerrar em vez de cancelar!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma cancelamento da ordem de manutenção? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept f18000-data-encerramento         from date yyyymmdd
            move lnk-id-usuario                     to f18000-id-usuario-encerramento
            set  f18000-ordem-cancelada             to true
            perform 9000-regravar-pd18000
            if   not ws-operacao-ok
                 string "Erro ao cancelar ordem de manutenção - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Ordem de manutenção cancelada!"   to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2800-localizar-ordem section.

            set  ws-registro-encontrado             to false

            perform until f-nr-ordem <> zeros
                 accept f-nr-ordem at line 11 col 34 with update auto-skip
            end-perform

            initialize                              f18000-ordem-manutencao
            move lnk-cd-empresa                     to f18000-cd-empresa
            move lnk-cd-filial                      to f18000-cd-filial
            move f-nr-ordem                         to f18000-nr-ordem-manutencao
            perform 9000-ler-pd18000-ran
            if   not ws-operacao-ok
                 string "Ordem de manutenção não encontrada! - [" f-nr-ordem "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-registro-encontrado             to true
            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Datas válidas, horas HHMM válidas e fim depois do início; deixa
      *> em ws-minutos-parada a duração da parada.
       2900-validar-parada section.

            set  ws-parada-valida                   to false

            if   function test-date-yyyymmdd(f-data-inicio-parada) not equal zeros
            or   function test-date-yyyymmdd(f-data-fim-parada) not equal zeros
                 move "Data de parada inválida!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f-hora-inicio-parada / 100 greater 23
            or   function mod(f-hora-inicio-parada 100) greater 59
            or   f-hora-fim-parada / 100 greater 23
            or   function mod(f-hora-fim-parada 100) greater 59
                 move "Hora de parada inválida (HHMM)!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            compute ws-minutos-parada =
                    (function integer-of-date(f-data-fim-parada)
                   - function integer-of-date(f-data-inicio-parada)) * 1440
                  + function integer(f-hora-fim-parada / 100) * 60
                  + function mod(f-hora-fim-parada 100)
                  - function integer(f-hora-inicio-parada / 100) * 60
                  - function mod(f-hora-inicio-parada 100)

            if   ws-minutos-parada not greater zeros
                 move "Fim da parada deve ser posterior ao início!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-parada-valida                   to true

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Abrir Ordem"           to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Consumir Peca"         to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "04 - Encerrar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "05 - Cancelar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-ordem

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-ordem

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP17800.cpy. *> Horas de uso do equipamento

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-ordem
            move f18000-nr-ordem-manutencao        to f-nr-ordem
            evaluate true
                when f18000-ordem-aberta
                     move "ABERTA"                 to f-ds-situacao
                when f18000-ordem-encerrada
                     move "ENCERRADA"              to f-ds-situacao
                when f18000-ordem-cancelada
                     move "CANCELADA"              to f-ds-situacao
            end-evaluate
            move f18000-cd-equipamento             to f-cd-equipamento
            move f18000-tipo-manutencao            to f-tipo-manutencao
            move f18000-nr-plano                   to f-nr-plano
            move f18000-cd-centro-trabalho         to f-cd-centro-trabalho
            move f18000-ds-servico                 to f-ds-servico
            move f18000-data-inicio-parada         to f-data-inicio-parada
            move f18000-hora-inicio-parada         to f-hora-inicio-parada
            move f18000-data-fim-parada            to f-data-fim-parada
            move f18000-hora-fim-parada            to f-hora-fim-parada
            move f18000-valor-pecas                to f-valor-pecas
            move f18000-valor-mao-obra             to f-valor-mao-obra
            move f18000-horas-parada               to f-horas-parada

            initialize                             f17800-equipamento
            move lnk-cd-empresa                    to f17800-cd-empresa
            move lnk-cd-filial                     to f17800-cd-filial
            move f18000-cd-equipamento             to f17800-cd-equipamento
            perform 9000-ler-pd17800-ran
            if   ws-operacao-ok
                 move f17800-ds-equipamento        to f-ds-equipamento
            end-if

            perform 9000-frame-padrao
            display frm-ordem

       exit.

      *>=================================================================================
       9000-gravar-movimento section.

            initialize                              f01900-mov-estoque
            move lnk-cd-empresa                     to f01900-cd-empresa
            move lnk-cd-filial                      to f01900-cd-filial
            move ws-cd-produto                      to f01900-cd-produto
            move ws-cd-deposito                     to f01900-cd-deposito
            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time
            move ws-data-inv                        to f01900-data-movimento
            move ws-horas                           to f01900-hora-movimento
            perform 9000-proxima-sequencia-mov
            move ws-nr-sequencia-mov                to f01900-nr-sequencia
            set  f01900-movimento-saida             to true
            compute f01900-qtde-movimento =
                    f06000-qtde-disponivel - ws-qtde-disp-anterior
            move ws-qtde-disp-anterior              to f01900-qtde-disponivel-anterior
            move f06000-qtde-disponivel             to f01900-qtde-disponivel-atual
            move ws-qtde-res-anterior               to f01900-qtde-reservada-anterior
            move f06000-qtde-reservada              to f01900-qtde-reservada-atual
            move ws-cd-motivo                       to f01900-cd-motivo
            move ws-ds-motivo-mov                   to f01900-ds-motivo
            move lnk-id-usuario                     to f01900-id-usuario
            move f06000-custo-medio                 to f01900-custo-unitario
            compute f01900-valor-custo rounded =
                    f01900-qtde-movimento * f06000-custo-medio

            perform 9000-gravar-pd01900
            if   not ws-operacao-ok
                 string "Erro ao gravar movimento de estoque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-proxima-sequencia-mov section.

            move 999999                             to f01900-nr-sequencia
            perform 9000-str-pd01900-ngrt
            perform 9000-ler-pd01900-pre
            if   ws-operacao-ok
            and  f01900-cd-empresa  equal lnk-cd-empresa
            and  f01900-cd-filial   equal lnk-cd-filial
            and  f01900-cd-produto  equal ws-cd-produto
            and  f01900-cd-deposito equal ws-cd-deposito
            and  f01900-data-movimento equal ws-data-inv
            and  f01900-hora-movimento equal ws-horas
                 compute ws-nr-sequencia-mov = f01900-nr-sequencia + 1
            else
                 move 1                             to ws-nr-sequencia-mov
            end-if

            initialize                              lk-parametros-sequencia
            string "MOV-" lnk-cd-empresa "-" lnk-cd-filial "-" ws-data-inv into lk-seq-nome
            move ws-nr-sequencia-mov                to lk-seq-valor-minimo
            move lk-parametros-sequencia            to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                  to lk-parametros-sequencia
            move spaces                             to lnk-linha-comando
            if   lk-seq-valor greater zeros
                 move lk-seq-valor                  to ws-nr-sequencia-mov
            end-if

            move ws-cd-produto                      to f01900-cd-produto
            move ws-cd-deposito                     to f01900-cd-deposito
            move ws-data-inv                        to f01900-data-movimento
            move ws-horas                           to f01900-hora-movimento

       exit.

      *>=================================================================================
      *> A competência corrente fechada (pd03900, CS20008C) bloqueia a
      *> saída de peças - mesmo controle do CS20003C/CS60002C.
       9000-verificar-periodo-fechado section.

            set  ws-periodo-bloqueado               to false

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f03900-saldo-periodo
            move lnk-cd-empresa                     to f03900-cd-empresa
            move lnk-cd-filial                      to f03900-cd-filial
            move ws-data-inv(1:6)                   to f03900-ano-mes
            move zeros                              to f03900-cd-produto
            move zeros                              to f03900-cd-deposito
            perform 9000-ler-pd03900-ran
            if   ws-operacao-ok
            and  f03900-periodo-fechado
                 set  ws-periodo-bloqueado          to true
                 move "Competência corrente já fechada - movimentos bloqueados (CS20008C)!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR18000.cpy.
       copy CSR18100.cpy.
       copy CSR17800.cpy.
       copy CSR17900.cpy.
       copy CSR12200.cpy.
       copy CSR01800.cpy.
       copy CSR06000.cpy.
       copy CSR01900.cpy.
       copy CSR03900.cpy.
       copy CSR04200.cpy.
