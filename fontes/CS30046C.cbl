      $set sourceformat"free"
       program-id. CS30046C.
      *>=================================================================================
      *>
      *>          Embalagens Retornáveis - Devolução, Condições e Extrato por Cliente
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS20200.cpy.
       copy CSS20400.cpy.
       copy CSS20500.cpy.
       copy CSS06000.cpy.
       copy CSS01900.cpy.
       copy CSS01800.cpy.
       copy CSS01400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF20200.cpy.
       copy CSF20400.cpy.
       copy CSF20500.cpy.
       copy CSF06000.cpy.
       copy CSF01900.cpy.
       copy CSF01800.cpy.
       copy CSF01400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30046C".
       78   c-descricao-programa                   value "EMBALAGENS RETORNAVEIS".
       78   c-motivo-entrada-nf                    value 001.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-data-hoje                        pic 9(08).
            03 ws-cd-cliente                       pic 9(09).
            03 ws-cd-embalagem                     pic 9(09).
            03 ws-cd-deposito                      pic 9(04).
            03 ws-qtde-devolvida                   pic 9(09).
            03 ws-qtde-a-baixar                    pic 9(09).
            03 ws-qtde-baixa                       pic 9(09).
            03 ws-qtde-anterior                    pic s9(09)v9(04).
            03 ws-numero-doc-entrada               pic 9(09).
            03 ws-serie-doc-entrada                pic 9(03).
            03 ws-observacao                       pic x(40).
            03 ws-prazo-acordado                   pic 9(03).
            03 ws-valor-acordado                   pic 9(09)v9(02).
            03 ws-qtde-vencida                     pic 9(09).
            03 ws-qtde-vencida-total               pic 9(09).
            03 ws-qtde-saldo-total                 pic s9(09).
            03 ws-nr-clientes                      pic 9(06).
            03 ws-ds-tipo                          pic x(10).
            03 ws-ds-atraso                        pic x(08).
            03 ws-qtde-x                           pic zzz.zzz.zz9.
            03 ws-saldo-x                          pic -zzz.zzz.zz9.
            03 ws-aberto-x                         pic zzz.zzz.zz9.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

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

            string lnk-dat-path delimited   by "  " "\EFD202.DAT" into wid-pd20200
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

            string lnk-dat-path delimited   by "  " "\EFD204.DAT" into wid-pd20400
            open i-o pd20400
            if   ws-arquivo-inexistente
                 open output pd20400
                 close pd20400
                 open i-o pd20400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD204.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD205.DAT" into wid-pd20500
            open i-o pd20500
            if   ws-arquivo-inexistente
                 open output pd20500
                 close pd20500
                 open i-o pd20500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD205.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd01400

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

            close pd20200
            close pd20400
            close pd20500
            close pd06000
            close pd01900
            close pd01800
            close pd01400

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-devolucao
                when 02
                     perform 2100-condicoes
                when 03
                     perform 2100-extrato
                when 04
                     perform 2100-saldos
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Devolução lançada na entrega seguinte ou na coleta: baixa as
      *> remessas em aberto do cliente da mais antiga para a mais nova,
      *> devolve a embalagem ao estoque do depósito e grava o movimento
      *> no extrato. Devolução acima do saldo não é aceita - embalagem
      *> já cobrada não volta ao saldo.
       2100-devolucao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-aceitar-cliente
            if   ws-cd-cliente equal zeros
                 exit section
            end-if

            perform 2200-aceitar-embalagem
            if   ws-cd-embalagem equal zeros
                 exit section
            end-if

            perform 2210-ler-saldo
            if   not ws-operacao-ok
            or   f20400-qtde-saldo not greater zeros
                 move "Cliente sem saldo desta embalagem!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f20400-qtde-saldo                 to ws-saldo-x
            display "Saldo no cliente.:"            at line 15 col 16
            display ws-saldo-x                     at line 15 col 35

            move zeros                             to ws-qtde-devolvida
            perform until ws-qtde-devolvida greater zeros
                          and ws-qtde-devolvida not greater f20400-qtde-saldo
                 display "Qtde. devolvida..:"       at line 17 col 16
                 accept ws-qtde-devolvida          at line 17 col 35 with update auto-skip
                 if   ws-qtde-devolvida equal zeros
                      exit section
                 end-if
                 if   ws-qtde-devolvida greater f20400-qtde-saldo
                      move "Quantidade maior que o saldo do cliente!" to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-perform

            move zeros                             to ws-cd-deposito
            perform until ws-cd-deposito <> zeros
                 display "Deposito.........:"       at line 19 col 16
                 accept ws-cd-deposito             at line 19 col 35 with update auto-skip
            end-perform

            move zeros                             to ws-numero-doc-entrada
                                                      ws-serie-doc-entrada
            display "Documento entrada:"            at line 21 col 16
            accept ws-numero-doc-entrada           at line 21 col 35 with update auto-skip
            display "Serie:"                       at line 21 col 47
            accept ws-serie-doc-entrada            at line 21 col 54 with update auto-skip

            move spaces                            to ws-observacao
            display "Observacao.......:"            at line 23 col 16
            accept ws-observacao                   at line 23 col 35 with update auto-skip
            move function upper-case(ws-observacao) to ws-observacao

            move spaces                            to ws-mensagem
            string "Confirma a devolução de " ws-qtde-devolvida " embalagem(ns)? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd

            perform 2300-baixar-remessas

            perform 2210-ler-saldo
            if   ws-operacao-ok
                 add  ws-qtde-devolvida            to f20400-qtde-devolvida
                 subtract ws-qtde-devolvida        from f20400-qtde-saldo
                 move ws-data-hoje                 to f20400-data-ultima-devolucao
                 perform 9000-regravar-pd20400
            end-if
            if   not ws-operacao-ok
                 string "Erro ao atualizar pd20400 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f20500-movimento-embalagem
            move lnk-cd-empresa                    to f20500-cd-empresa
            move lnk-cd-filial                     to f20500-cd-filial
            move ws-cd-cliente                     to f20500-cd-cliente
            move ws-cd-embalagem                   to f20500-cd-embalagem
            move ws-data-hoje                      to f20500-data-movimento
            move 1                                 to f20500-nr-sequencia
            set  f20500-devolucao                  to true
            move ws-qtde-devolvida                 to f20500-qtde-movimento
            move zeros                             to f20500-qtde-em-aberto
                                                      f20500-data-limite
            move ws-numero-doc-entrada             to f20500-numero-documento
            move ws-serie-doc-entrada              to f20500-serie-documento
            move ws-observacao                     to f20500-observacao
            perform 2800-gravar-extrato

            initialize                             f06000-estoque
            move lnk-cd-empresa                    to f06000-cd-empresa
            move lnk-cd-filial                     to f06000-cd-filial
            move ws-cd-embalagem                   to f06000-cd-produto
            move ws-cd-deposito                    to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   ws-operacao-ok
                 move f06000-qtde-disponivel       to ws-qtde-anterior
                 add  ws-qtde-devolvida            to f06000-qtde-disponivel
                 perform 9000-regravar-pd06000
                 perform 2500-gravar-movimento
            end-if

            move spaces                            to ws-mensagem
            string ws-qtde-devolvida " embalagem(ns) devolvida(s) pelo cliente!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Remessas do cliente na embalagem em ordem de data: cada uma
      *> abate o que ainda tem em aberto até completar a devolução.
       2300-baixar-remessas section.

            move ws-qtde-devolvida                 to ws-qtde-a-baixar

            initialize                             f20500-movimento-embalagem
            move lnk-cd-empresa                    to f20500-cd-empresa
            move lnk-cd-filial                     to f20500-cd-filial
            move ws-cd-cliente                     to f20500-cd-cliente
            move ws-cd-embalagem                   to f20500-cd-embalagem
            perform 9000-str-pd20500-grt
            perform 9000-ler-pd20500-nex

            perform until not ws-operacao-ok
                          or ws-qtde-a-baixar equal zeros
                          or f20500-cd-empresa   <> lnk-cd-empresa
                          or f20500-cd-filial    <> lnk-cd-filial
                          or f20500-cd-cliente   <> ws-cd-cliente
                          or f20500-cd-embalagem <> ws-cd-embalagem

                 if   f20500-remessa
                 and  f20500-qtde-em-aberto greater zeros
                      if   f20500-qtde-em-aberto greater ws-qtde-a-baixar
                           move ws-qtde-a-baixar   to ws-qtde-baixa
                      else
                           move f20500-qtde-em-aberto to ws-qtde-baixa
                      end-if
                      subtract ws-qtde-baixa       from f20500-qtde-em-aberto
                                                        ws-qtde-a-baixar
                      perform 9000-regravar-pd20500
                 end-if

                 perform 9000-ler-pd20500-nex

            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Condições do cliente na embalagem: prazo de devolução e valor de
      *> indenização acordados prevalecem sobre os do cadastro da
      *> embalagem (CS10042C); zero usa o do cadastro.
       2100-condicoes section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-aceitar-cliente
            if   ws-cd-cliente equal zeros
                 exit section
            end-if

            perform 2200-aceitar-embalagem
            if   ws-cd-embalagem equal zeros
                 exit section
            end-if

            move f20200-prazo-devolucao            to ws-qtde-x
            move f20200-valor-indenizacao          to ws-valor-x
            display "Padrao embalagem.:"            at line 15 col 16
            display ws-qtde-x                      at line 15 col 35
            display "dias"                         at line 15 col 47
            display ws-valor-x                     at line 15 col 53

            perform 2210-ler-saldo
            if   ws-operacao-ok
                 move f20400-prazo-acordado        to ws-prazo-acordado
                 move f20400-valor-acordado        to ws-valor-acordado
            else
                 move zeros                        to ws-prazo-acordado
                                                      ws-valor-acordado
            end-if

            display "Prazo acordado...:"            at line 17 col 16
            accept ws-prazo-acordado               at line 17 col 35 with update auto-skip
            display "Valor acordado...:"            at line 19 col 16
            accept ws-valor-acordado               at line 19 col 35 with update auto-skip

            move "Confirma as condições do cliente? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            perform 2210-ler-saldo
            if   ws-operacao-ok
                 move ws-prazo-acordado            to f20400-prazo-acordado
                 move ws-valor-acordado            to f20400-valor-acordado
                 perform 9000-regravar-pd20400
            else
                 initialize                        f20400-saldo-embalagem
                 move lnk-cd-empresa               to f20400-cd-empresa
                 move lnk-cd-filial                to f20400-cd-filial
                 move ws-cd-cliente                to f20400-cd-cliente
                 move ws-cd-embalagem              to f20400-cd-embalagem
                 move ws-prazo-acordado            to f20400-prazo-acordado
                 move ws-valor-acordado            to f20400-valor-acordado
                 perform 9000-gravar-pd20400
            end-if

            if   ws-operacao-ok
                 move "Condições do cliente gravadas!" to ws-mensagem
            else
                 string "Erro ao gravar pd20400 - Status [" ws-resultado-acesso "]" into ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Extrato do cliente: por embalagem, os totais remetido/devolvido/
      *> cobrado e o saldo, seguidos dos movimentos com o que ainda está
      *> em aberto de cada remessa e a data-limite de devolução.
       2100-extrato section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 2200-aceitar-cliente
            if   ws-cd-cliente equal zeros
                 exit section
            end-if

            perform 9000-abrir-relatorio

            accept ws-data-hoje                     from date yyyymmdd

            move spaces                             to rl-linha-relatorio
            string "EXTRATO DE EMBALAGENS RETORNAVEIS - EM " ws-data-hoje
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "CLIENTE " ws-cd-cliente " - " f01400-razao-social into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f20400-saldo-embalagem
            move lnk-cd-empresa                     to f20400-cd-empresa
            move lnk-cd-filial                      to f20400-cd-filial
            move ws-cd-cliente                      to f20400-cd-cliente
            move zeros                              to f20400-cd-embalagem
            perform 9000-str-pd20400-grt
            perform 9000-ler-pd20400-nex

            perform until not ws-operacao-ok
                          or f20400-cd-empresa <> lnk-cd-empresa
                          or f20400-cd-filial  <> lnk-cd-filial
                          or f20400-cd-cliente <> ws-cd-cliente

                 perform 2600-imprimir-saldo-embalagem
                 perform 2610-imprimir-movimentos

                 perform 9000-ler-pd20400-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2600-imprimir-saldo-embalagem section.

            initialize                              f01800-produto
            move f20400-cd-empresa                  to f01800-cd-empresa
            move f20400-cd-filial                   to f01800-cd-filial
            move f20400-cd-embalagem                to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move spaces                        to f01800-descricao-produto
            end-if
            move "00"                               to ws-resultado-acesso

            move spaces                             to rl-linha-relatorio
            string "EMBALAGEM " f20400-cd-embalagem " - " f01800-descricao-produto
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move f20400-qtde-saldo                  to ws-saldo-x
            move spaces                             to rl-linha-relatorio
            string "  REMETIDO " f20400-qtde-remetida
                   " DEVOLVIDO " f20400-qtde-devolvida
                   " COBRADO " f20400-qtde-cobrada
                   " SALDO " ws-saldo-x
                   " PRAZO " f20400-prazo-acordado  into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2610-imprimir-movimentos section.

            initialize                              f20500-movimento-embalagem
            move f20400-cd-empresa                  to f20500-cd-empresa
            move f20400-cd-filial                   to f20500-cd-filial
            move f20400-cd-cliente                  to f20500-cd-cliente
            move f20400-cd-embalagem                to f20500-cd-embalagem
            perform 9000-str-pd20500-grt
            perform 9000-ler-pd20500-nex

            perform until not ws-operacao-ok
                          or f20500-cd-empresa   <> f20400-cd-empresa
                          or f20500-cd-filial    <> f20400-cd-filial
                          or f20500-cd-cliente   <> f20400-cd-cliente
                          or f20500-cd-embalagem <> f20400-cd-embalagem

                 evaluate true
                     when f20500-remessa
                          move "REMESSA"            to ws-ds-tipo
                     when f20500-devolucao
                          move "DEVOLUCAO"          to ws-ds-tipo
                     when f20500-cobranca
                          move "COBRANCA"           to ws-ds-tipo
                     when other
                          move "ESTORNO"            to ws-ds-tipo
                 end-evaluate

                 move spaces                        to ws-ds-atraso
                 if   f20500-remessa
                 and  f20500-qtde-em-aberto greater zeros
                 and  f20500-data-limite greater zeros
                 and  f20500-data-limite less ws-data-hoje
                      move "VENCIDO"                to ws-ds-atraso
                 end-if

                 move f20500-qtde-movimento         to ws-qtde-x
                 move f20500-qtde-em-aberto         to ws-aberto-x
                 move spaces                        to rl-linha-relatorio
                 string "  " f20500-data-movimento
                        " " ws-ds-tipo
                        " QTDE " ws-qtde-x
                        " ABERTO " ws-aberto-x
                        " LIMITE " f20500-data-limite
                        " DOC " f20500-numero-documento "/" f20500-serie-documento
                        " NF VENDA " f20500-numero-doc-origem
                        " " ws-ds-atraso            into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd20500-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Embalagens em poder dos clientes: saldo por cliente e
      *> embalagem com a parte já vencida, e totais gerais.
       2100-saldos section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            accept ws-data-hoje                     from date yyyymmdd

            move spaces                             to rl-linha-relatorio
            string "EMBALAGENS RETORNAVEIS EM PODER DE CLIENTES - EM " ws-data-hoje
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-qtde-saldo-total
                                                       ws-qtde-vencida-total
                                                       ws-nr-clientes

            initialize                              f20400-saldo-embalagem
            move lnk-cd-empresa                     to f20400-cd-empresa
            move lnk-cd-filial                      to f20400-cd-filial
            perform 9000-str-pd20400-grt
            perform 9000-ler-pd20400-nex

            perform until not ws-operacao-ok
                          or f20400-cd-empresa <> lnk-cd-empresa
                          or f20400-cd-filial  <> lnk-cd-filial

                 if   f20400-qtde-saldo greater zeros
                      perform 2620-imprimir-saldo-cliente
                 end-if

                 perform 9000-ler-pd20400-nex

            end-perform

            move ws-qtde-saldo-total                to ws-saldo-x
            move ws-qtde-vencida-total              to ws-qtde-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL: " ws-nr-clientes " SALDO(S) - " ws-saldo-x
                   " EMBALAGEM(NS) NOS CLIENTES, " ws-qtde-x " VENCIDA(S)"
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2620-imprimir-saldo-cliente section.

            move zeros                              to ws-qtde-vencida

            initialize                              f20500-movimento-embalagem
            move f20400-cd-empresa                  to f20500-cd-empresa
            move f20400-cd-filial                   to f20500-cd-filial
            move f20400-cd-cliente                  to f20500-cd-cliente
            move f20400-cd-embalagem                to f20500-cd-embalagem
            perform 9000-str-pd20500-grt
            perform 9000-ler-pd20500-nex
            perform until not ws-operacao-ok
                          or f20500-cd-empresa   <> f20400-cd-empresa
                          or f20500-cd-filial    <> f20400-cd-filial
                          or f20500-cd-cliente   <> f20400-cd-cliente
                          or f20500-cd-embalagem <> f20400-cd-embalagem
                 if   f20500-remessa
                 and  f20500-qtde-em-aberto greater zeros
                 and  f20500-data-limite greater zeros
                 and  f20500-data-limite less ws-data-hoje
                      add  f20500-qtde-em-aberto    to ws-qtde-vencida
                 end-if
                 perform 9000-ler-pd20500-nex
            end-perform

            initialize                              f01400-cliente
            move f20400-cd-empresa                  to f01400-cd-empresa
            move f20400-cd-filial                   to f01400-cd-filial
            move f20400-cd-cliente                  to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move spaces                        to f01400-razao-social
            end-if
            move "00"                               to ws-resultado-acesso

            add  1                                  to ws-nr-clientes
            add  f20400-qtde-saldo                  to ws-qtde-saldo-total
            add  ws-qtde-vencida                    to ws-qtde-vencida-total

            move f20400-qtde-saldo                  to ws-saldo-x
            move ws-qtde-vencida                    to ws-qtde-x
            move spaces                             to rl-linha-relatorio
            string "CLIENTE " f20400-cd-cliente " " f01400-razao-social(1:40)
                   " EMBALAGEM " f20400-cd-embalagem
                   " SALDO " ws-saldo-x
                   " VENCIDO " ws-qtde-x
                   " ULT.DEV " f20400-data-ultima-devolucao into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2200-aceitar-cliente section.

            move zeros                             to ws-cd-cliente
            display "Cliente..........:"            at line 11 col 16
            accept ws-cd-cliente                   at line 11 col 35 with update auto-skip
            if   ws-cd-cliente equal zeros
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move ws-cd-cliente                     to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move "Cliente não cadastrado!"    to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to ws-cd-cliente
                 exit section
            end-if

            display f01400-razao-social            at line 11 col 47

       exit.

      *>=================================================================================
      *> Só embalagens cadastradas como retornáveis (CS10042C).
       2200-aceitar-embalagem section.

            move zeros                             to ws-cd-embalagem
            display "Embalagem........:"            at line 13 col 16
            accept ws-cd-embalagem                 at line 13 col 35 with update auto-skip
            if   ws-cd-embalagem equal zeros
                 exit section
            end-if

            initialize                             f20200-embalagem-retornavel
            move lnk-cd-empresa                    to f20200-cd-empresa
            move lnk-cd-filial                     to f20200-cd-filial
            move ws-cd-embalagem                   to f20200-cd-embalagem
            perform 9000-ler-pd20200-ran
            if   not ws-operacao-ok
                 move "Produto não cadastrado como embalagem retornável!" to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to ws-cd-embalagem
                 exit section
            end-if

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move ws-cd-embalagem                   to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 display f01800-descricao-produto  at line 13 col 47
            end-if
            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
       2210-ler-saldo section.

            initialize                             f20400-saldo-embalagem
            move lnk-cd-empresa                    to f20400-cd-empresa
            move lnk-cd-filial                     to f20400-cd-filial
            move ws-cd-cliente                     to f20400-cd-cliente
            move ws-cd-embalagem                   to f20400-cd-embalagem
            perform 9000-ler-pd20400-ran

       exit.

      *>=================================================================================
      *> Entrada da embalagem devolvida; saldo anterior em
      *> ws-qtde-anterior e f06000 já regravado.
       2500-gravar-movimento section.

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time

            initialize                              f01900-mov-estoque
            move f06000-cd-empresa                  to f01900-cd-empresa
            move f06000-cd-filial                   to f01900-cd-filial
            move ws-cd-embalagem                    to f01900-cd-produto
            move ws-cd-deposito                     to f01900-cd-deposito
            move ws-data-inv                        to f01900-data-movimento
            move ws-horas                           to f01900-hora-movimento
            move 1                                  to f01900-nr-sequencia
            set  f01900-movimento-entrada           to true
            move c-motivo-entrada-nf                to f01900-cd-motivo
            compute f01900-qtde-movimento =
                    f06000-qtde-disponivel - ws-qtde-anterior
            move ws-qtde-anterior                   to f01900-qtde-disponivel-anterior
            move f06000-qtde-disponivel             to f01900-qtde-disponivel-atual
            move f06000-qtde-reservada              to f01900-qtde-reservada-anterior
            move f06000-qtde-reservada              to f01900-qtde-reservada-atual
            move spaces                             to f01900-ds-motivo
            string "DEVOLUCAO EMBALAGEM CLIENTE " ws-cd-cliente
                   " DOC " ws-numero-doc-entrada    into f01900-ds-motivo
            move lnk-id-usuario                     to f01900-id-usuario
            move f06000-custo-medio                 to f01900-custo-unitario
            compute f01900-valor-custo rounded =
                    f01900-qtde-movimento * f06000-custo-medio

            perform 9000-gravar-pd01900
            perform until not ws-registro-existente
                 add  1                             to f01900-nr-sequencia
                 perform 9000-gravar-pd01900
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar pd01900 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Grava o movimento montado em f20500 na próxima sequência livre
      *> do dia.
       2800-gravar-extrato section.

            accept ws-horas                         from time
            move ws-horas(01:06)                    to f20500-hora-movimento
            move lnk-id-usuario                     to f20500-id-usuario

            perform 9000-gravar-pd20500
            perform until not ws-registro-existente
                 add  1                             to f20500-nr-sequencia
                 perform 9000-gravar-pd20500
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar extrato de embalagens - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-manutencao
                 move "01 - Devolucao"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "02 - Condicoes"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "03 - Extrato"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "04 - Saldos"                to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR20200.cpy.
       copy CSR20400.cpy.
       copy CSR20500.cpy.
       copy CSR06000.cpy.
       copy CSR01900.cpy.
       copy CSR01800.cpy.
       copy CSR01400.cpy.
