      $set sourceformat"free"
       program-id. CS50027C.
      *>=================================================================================
      *>
      *>        Adiantamentos de Clientes e a Fornecedores - Registro e Compensação
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14500.cpy.
       copy CSS01400.cpy.
       copy CSS01500.cpy.
       copy CSS02800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF14500.cpy.
       copy CSF01400.cpy.
       copy CSF01500.cpy.
       copy CSF02800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50027C".
       78   c-descricao-programa                   value "ADIANTAMENTOS".
       78   c-lancar-tesouraria                    value "CS00125S".
       78   c-compensar-adiantamento               value "CS00138S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

      *> Mesmo leiaute de lk-parametros-tesouraria em CS00125S
       01   lk-parametros-tesouraria.
            03 lk-tes-cd-conta-banco               pic 9(03).
            03 lk-tes-tipo-movimento               pic x(01).
            03 lk-tes-valor-movimento              pic 9(09)v9(02).
            03 lk-tes-ds-historico                 pic x(55).
            03 lk-tes-ds-origem                    pic x(08).
            03 lk-tes-id-resultado                 pic x(01).
               88 lk-tes-gravado                       value "S" false "N".

      *> Mesmo leiaute de lk-parametros-adiantamento em CS00138S
       01   lk-parametros-adiantamento.
            03 lk-adt-modo                         pic x(01).
               88 lk-adt-consultar-saldo               value "S".
               88 lk-adt-compensar                     value "C".
               88 lk-adt-efetivar-reservas             value "E".
            03 lk-adt-tipo-parceiro                pic x(01).
            03 lk-adt-cd-parceiro                  pic 9(09).
            03 lk-adt-numero-documento             pic 9(09).
            03 lk-adt-valor-limite                 pic 9(09)v9(02).
            03 lk-adt-ds-origem                    pic x(08).
            03 lk-adt-valor-saldo                  pic 9(09)v9(02).
            03 lk-adt-valor-compensado             pic 9(09)v9(02).
            03 lk-adt-valor-reservado              pic 9(09)v9(02).
            03 lk-adt-id-resultado                 pic x(01).
               88 lk-adt-processado                    value "S" false "N".

       01   ws-campos-trabalho.
            03 ws-id-parceiro                      pic x(01).
               88 ws-parceiro-encontrado                value "S" false "N".
            03 ws-id-adiantamento                  pic x(01).
               88 ws-adiantamento-encontrado            value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-valor-adiantamento               pic 9(09)v9(02).
            03 ws-saldo-adiantamento               pic 9(09)v9(02).
            03 ws-nr-adiantamento                  pic 9(06).
            03 ws-tipo-relatorio                   pic x(01).
            03 ws-nr-abertos                       pic 9(05).
            03 ws-total-aberto-cliente             pic 9(11)v9(02).
            03 ws-total-aberto-fornecedor          pic 9(11)v9(02).
            03 ws-nome-parceiro-rel                pic x(40).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-nr-abertos-x                     pic zzzz9.

       01   f-adiantamento.
            03 f-tipo-parceiro                     pic x(01).
            03 f-cd-parceiro                       pic 9(09).
            03 f-nome-parceiro                     pic x(55).
            03 f-nr-adiantamento                   pic 9(06).
            03 f-ds-status                         pic x(20).
            03 f-data-adiantamento                 pic 9(08).
            03 f-cd-conta-banco                    pic 9(03).
            03 f-nome-banco                        pic x(30).
            03 f-valor-adiantamento                pic zz.zzz.zzz.zz9,99.
            03 f-valor-compensado                  pic zz.zzz.zzz.zz9,99.
            03 f-saldo-adiantamento                pic zz.zzz.zzz.zz9,99.
            03 f-ds-historico                      pic x(55).
            03 f-saldo-parceiro                    pic zz.zzz.zzz.zz9,99.
            03 f-numero-documento                  pic 9(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-adiantamento.
            03 line 11 col 15   pic x(18) value "Tipo.............:".
            03 line 11 col 34   pic x(01) from f-tipo-parceiro.
            03 line 11 col 36   pic x(26) value "C-Cliente F-Fornecedor".
            03 line 13 col 15   pic x(18) value "Parceiro.........:".
            03 line 13 col 34   pic 9(09) from f-cd-parceiro.
            03 line 13 col 45   pic x(55) from f-nome-parceiro.
            03 line 15 col 15   pic x(18) value "Adiantamento.....:".
            03 line 15 col 34   pic 9(06) from f-nr-adiantamento.
            03 line 15 col 52   pic x(18) value "Status...........:".
            03 line 15 col 71   pic x(20) from f-ds-status.
            03 line 17 col 15   pic x(18) value "Data.............:".
            03 line 17 col 34   pic 9(02) from f-data-adiantamento(01:02).
            03 line 17 col 37   pic 9(02) from f-data-adiantamento(03:02).
            03 line 17 col 40   pic 9(04) from f-data-adiantamento(05:04).
            03 line 17 col 52   pic x(18) value "Conta Bancaria...:".
            03 line 17 col 71   pic 9(03) from f-cd-conta-banco.
            03 line 17 col 75   pic x(30) from f-nome-banco.
            03 line 19 col 15   pic x(18) value "Valor Adiantado..:".
            03 line 19 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-adiantamento.
            03 line 19 col 52   pic x(18) value "Valor Compensado.:".
            03 line 19 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-compensado.
            03 line 21 col 15   pic x(18) value "Saldo............:".
            03 line 21 col 34   pic zz.zzz.zzz.zz9,99 from f-saldo-adiantamento.
            03 line 21 col 52   pic x(18) value "Saldo do Parceiro:".
            03 line 21 col 71   pic zz.zzz.zzz.zz9,99 from f-saldo-parceiro.
            03 line 23 col 15   pic x(18) value "Historico........:".
            03 line 23 col 34   pic x(55) from f-ds-historico.
            03 line 25 col 15   pic x(18) value "Documento........:".
            03 line 25 col 34   pic 9(09) from f-numero-documento.

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

            string lnk-dat-path delimited   by "  " "\EFD145.DAT" into wid-pd14500
            open i-o pd14500
            if   ws-arquivo-inexistente
                 open output pd14500
                 close pd14500
                 open i-o pd14500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD145.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd02800

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

            close pd14500
            close pd01400
            close pd01500
            close pd02800

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
                     perform 2100-compensar
                when 04
                     perform 2100-cancelar
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
      *> Registro do adiantamento: o valor entra (cliente) ou sai
      *> (fornecedor) da conta bancária pela tesouraria no mesmo ato -
      *> nenhum título é criado; a compensação acontece quando a nota
      *> for confirmada (CS30003C) ou recebida (CS40002C).
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-informar-parceiro
            if   not ws-parceiro-encontrado
                 exit section
            end-if

            perform 2300-proximo-numero
            move ws-nr-adiantamento                to f-nr-adiantamento

            accept ws-data-inv                     from date yyyymmdd
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-adiantamento
            perform 8000-tela

            accept f-data-adiantamento(01:02) at line 17 col 34 with update auto-skip
            accept f-data-adiantamento(03:02) at line 17 col 37 with update auto-skip
            accept f-data-adiantamento(05:04) at line 17 col 40 with update auto-skip

            perform until f-cd-conta-banco <> zeros
                 accept f-cd-conta-banco at line 17 col 71 with update auto-skip
            end-perform
            initialize                             f02800-conta-banco
            move lnk-cd-empresa                    to f02800-cd-empresa
            move lnk-cd-filial                     to f02800-cd-filial
            move f-cd-conta-banco                  to f02800-cd-conta-banco
            perform 9000-ler-pd02800-ran
            if   not ws-operacao-ok
            or   not f02800-conta-ativa
                 move "Conta bancária não cadastrada ou inativa!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move f02800-nome-banco                 to f-nome-banco
            perform 8000-tela

            move zeros                             to ws-valor-adiantamento
            perform until ws-valor-adiantamento <> zeros
                 accept f-valor-adiantamento at line 19 col 34 with update auto-skip
                 move f-valor-adiantamento         to ws-valor-adiantamento
            end-perform

            perform until f-ds-historico <> spaces
                 accept f-ds-historico at line 23 col 34 with update auto-skip
            end-perform

            move ws-valor-adiantamento             to ws-valor-x
            move spaces                            to ws-mensagem
            if   f-tipo-parceiro equal "C"
                 string "Confirma o recebimento do adiantamento de R$ " ws-valor-x " na conta " f-cd-conta-banco "? [S/N]" into ws-mensagem
            else
                 string "Confirma o pagamento do adiantamento de R$ " ws-valor-x " pela conta " f-cd-conta-banco "? [S/N]" into ws-mensagem
            end-if
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f14500-adiantamento
            move lnk-cd-empresa                    to f14500-cd-empresa
            move lnk-cd-filial                     to f14500-cd-filial
            move f-tipo-parceiro                   to f14500-tipo-parceiro
            move f-cd-parceiro                     to f14500-cd-parceiro
            move ws-nr-adiantamento                to f14500-nr-adiantamento
            move f-data-adiantamento               to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to f14500-data-adiantamento
            move ws-valor-adiantamento             to f14500-valor-adiantamento
            move zeros                             to f14500-valor-compensado
            move f-cd-conta-banco                  to f14500-cd-conta-banco
            move f-ds-historico                    to f14500-ds-historico
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f14500-data-inclusao
            move lnk-id-usuario                    to f14500-id-usuario
            set  f14500-adiantamento-aberto        to true

            perform 9000-gravar-pd14500
            if   not ws-operacao-ok
                 string "Erro ao gravar adiantamento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             lk-parametros-tesouraria
            move f14500-cd-conta-banco             to lk-tes-cd-conta-banco
            if   f14500-adiantamento-cliente
                 move "C"                          to lk-tes-tipo-movimento
                 string "ADIANT CLIENTE " f14500-cd-parceiro "/" f14500-nr-adiantamento
                        into lk-tes-ds-historico
            else
                 move "D"                          to lk-tes-tipo-movimento
                 string "ADIANT FORNEC " f14500-cd-parceiro "/" f14500-nr-adiantamento
                        into lk-tes-ds-historico
            end-if
            move f14500-valor-adiantamento         to lk-tes-valor-movimento
            move c-este-programa                   to lk-tes-ds-origem
            move lk-parametros-tesouraria          to lnk-linha-comando
            call c-lancar-tesouraria using lnk-par
            cancel c-lancar-tesouraria
            move lnk-linha-comando                 to lk-parametros-tesouraria

            perform 9000-move-registros-frame

            if   lk-tes-gravado
                 move "Adiantamento registrado e lançado na tesouraria!" to ws-mensagem
            else
                 move "Adiantamento registrado - falha no lançamento da tesouraria, lance manualmente!" to ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-adiantamento
            if   not ws-adiantamento-encontrado
                 exit section
            end-if

            move spaces                            to ws-mensagem
            string "Saldo em aberto do parceiro em todos os adiantamentos: " f-saldo-parceiro into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Compensação avulsa do saldo do parceiro contra os títulos em
      *> aberto de um documento - para notas confirmadas ou recebidas
      *> sem a compensação, ou títulos lançados depois no contas a pagar.
       2100-compensar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-informar-parceiro
            if   not ws-parceiro-encontrado
                 exit section
            end-if

            perform 2400-saldo-parceiro
            if   lk-adt-valor-saldo equal zeros
                 move "Parceiro sem adiantamento em aberto!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform until f-numero-documento <> zeros
                 accept f-numero-documento at line 25 col 34 with update auto-skip
            end-perform

            move lk-adt-valor-saldo                to ws-valor-x
            move spaces                            to ws-mensagem
            string "Compensar o saldo de R$ " ws-valor-x " nos títulos em aberto do documento "
                   f-numero-documento "? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             lk-parametros-adiantamento
            set  lk-adt-compensar                  to true
            move f-tipo-parceiro                   to lk-adt-tipo-parceiro
            move f-cd-parceiro                     to lk-adt-cd-parceiro
            move f-numero-documento                to lk-adt-numero-documento
            move zeros                             to lk-adt-valor-limite
            move c-este-programa                   to lk-adt-ds-origem
            move lk-parametros-adiantamento        to lnk-linha-comando
            call c-compensar-adiantamento using lnk-par
            cancel c-compensar-adiantamento
            move lnk-linha-comando                 to lk-parametros-adiantamento

            perform 2400-saldo-parceiro
            perform 8000-tela

            if   lk-adt-valor-compensado equal zeros
                 move "Nenhum título em aberto do documento para compensar!" to ws-mensagem
            else
                 move lk-adt-valor-compensado      to ws-valor-x
                 move spaces                       to ws-mensagem
                 string "Compensado R$ " ws-valor-x " nos títulos do documento " f-numero-documento
                        into ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Cancelamento de adiantamento lançado por engano: só sem nenhuma
      *> compensação; o movimento da tesouraria é estornado.
       2100-cancelar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-adiantamento
            if   not ws-adiantamento-encontrado
                 exit section
            end-if

            if   not f14500-adiantamento-aberto
                 move "Adiantamento já compensado ou cancelado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f14500-valor-compensado greater zeros
                 move "Adiantamento com compensação não pode ser cancelado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma o cancelamento e o estorno na tesouraria? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f14500-adiantamento-cancelado     to true
            perform 9000-regravar-pd14500
            if   not ws-operacao-ok
                 string "Erro ao cancelar adiantamento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             lk-parametros-tesouraria
            move f14500-cd-conta-banco             to lk-tes-cd-conta-banco
            if   f14500-adiantamento-cliente
                 move "D"                          to lk-tes-tipo-movimento
            else
                 move "C"                          to lk-tes-tipo-movimento
            end-if
            string "ESTORNO ADIANT " f14500-tipo-parceiro " " f14500-cd-parceiro "/" f14500-nr-adiantamento
                   into lk-tes-ds-historico
            move f14500-valor-adiantamento         to lk-tes-valor-movimento
            move c-este-programa                   to lk-tes-ds-origem
            move lk-parametros-tesouraria          to lnk-linha-comando
            call c-lancar-tesouraria using lnk-par
            cancel c-lancar-tesouraria

            perform 9000-move-registros-frame
            move "Adiantamento cancelado e estornado na tesouraria!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Adiantamentos ainda em aberto por tipo (em branco = ambos), com
      *> o valor já compensado ou reservado e o saldo de cada um.
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            move spaces                            to ws-tipo-relatorio
            display "Tipo (C=clientes F=fornecedores branco=ambos):" at line 27 col 03
            accept ws-tipo-relatorio               at line 27 col 50 with update auto-skip
            if   ws-tipo-relatorio not equal "C"
            and  ws-tipo-relatorio not equal "F"
                 move spaces                       to ws-tipo-relatorio
            end-if

            move zeros                             to ws-nr-abertos
            move zeros                             to ws-total-aberto-cliente
            move zeros                             to ws-total-aberto-fornecedor

            perform 9000-abrir-relatorio

            move spaces                            to rl-linha-relatorio
            string "ADIANTAMENTOS EM ABERTO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "T PARCEIRO  NOME                                     ADIANT DATA             VALOR        COMPENSADO             SALDO" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                             f14500-adiantamento
            move lnk-cd-empresa                    to f14500-cd-empresa
            move lnk-cd-filial                     to f14500-cd-filial
            perform 9000-str-pd14500-grt
            perform 9000-ler-pd14500-nex

            perform until not ws-operacao-ok
                          or f14500-cd-empresa <> lnk-cd-empresa
                          or f14500-cd-filial  <> lnk-cd-filial

                 if   f14500-adiantamento-aberto
                 and (ws-tipo-relatorio equal spaces
                 or   ws-tipo-relatorio equal f14500-tipo-parceiro)
                      perform 2110-imprimir-adiantamento
                 end-if

                 perform 9000-ler-pd14500-nex

            end-perform

            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-abertos                     to ws-nr-abertos-x
            move ws-total-aberto-cliente           to ws-valor-x
            move ws-total-aberto-fornecedor        to ws-valor-2-x
            move spaces                            to rl-linha-relatorio
            string "ADIANTAMENTOS EM ABERTO: " ws-nr-abertos-x
                   "  SALDO CLIENTES " ws-valor-x
                   "  SALDO FORNECEDORES " ws-valor-2-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2110-imprimir-adiantamento section.

            compute ws-saldo-adiantamento =
                    f14500-valor-adiantamento - f14500-valor-compensado

            move spaces                            to ws-nome-parceiro-rel
            if   f14500-adiantamento-cliente
                 initialize                        f01400-cliente
                 move f14500-cd-empresa            to f01400-cd-empresa
                 move f14500-cd-filial             to f01400-cd-filial
                 move f14500-cd-parceiro           to f01400-cd-cliente
                 perform 9000-ler-pd01400-ran
                 if   ws-operacao-ok
                      move f01400-razao-social     to ws-nome-parceiro-rel
                 end-if
                 add  ws-saldo-adiantamento        to ws-total-aberto-cliente
            else
                 initialize                        f01500-fornecedor
                 move f14500-cd-empresa            to f01500-cd-empresa
                 move f14500-cd-filial             to f01500-cd-filial
                 move f14500-cd-parceiro           to f01500-cd-fornecedor
                 perform 9000-ler-pd01500-ran
                 if   ws-operacao-ok
                      move f01500-razao-social     to ws-nome-parceiro-rel
                 end-if
                 add  ws-saldo-adiantamento        to ws-total-aberto-fornecedor
            end-if
            add  1                                 to ws-nr-abertos

            move f14500-valor-adiantamento         to ws-valor-x
            move f14500-valor-compensado           to ws-valor-2-x
            move ws-saldo-adiantamento             to ws-valor-3-x
            move spaces                            to rl-linha-relatorio
            string f14500-tipo-parceiro " " f14500-cd-parceiro " " ws-nome-parceiro-rel " "
                   f14500-nr-adiantamento " "
                   f14500-data-adiantamento(7:2) "/" f14500-data-adiantamento(5:2) "/" f14500-data-adiantamento(1:4)
                   ws-valor-x ws-valor-2-x ws-valor-3-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

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

            if   lnk-permite-manutencao
                 move "03 - Compensar"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "04 - Cancelar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-adiantamento

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-adiantamento

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-informar-parceiro section.

            set ws-parceiro-encontrado             to false

            perform until f-tipo-parceiro equal "C" or "F"
                 accept f-tipo-parceiro at line 11 col 34 with update auto-skip
            end-perform

            perform until f-cd-parceiro <> zeros
                 accept f-cd-parceiro at line 13 col 34 with update auto-skip
            end-perform

            if   f-tipo-parceiro equal "C"
                 initialize                        f01400-cliente
                 move lnk-cd-empresa               to f01400-cd-empresa
                 move lnk-cd-filial                to f01400-cd-filial
                 move f-cd-parceiro                to f01400-cd-cliente
                 perform 9000-ler-pd01400-ran
                 if   not ws-operacao-ok
                      string "Cliente [" f-cd-parceiro "] não cadastrado!" into ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 move f01400-razao-social          to f-nome-parceiro
            else
                 initialize                        f01500-fornecedor
                 move lnk-cd-empresa               to f01500-cd-empresa
                 move lnk-cd-filial                to f01500-cd-filial
                 move f-cd-parceiro                to f01500-cd-fornecedor
                 perform 9000-ler-pd01500-ran
                 if   not ws-operacao-ok
                      string "Fornecedor [" f-cd-parceiro "] não cadastrado!" into ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 move f01500-razao-social          to f-nome-parceiro
            end-if

            set ws-parceiro-encontrado             to true

            perform 2400-saldo-parceiro
            perform 8000-tela

       exit.

      *>=================================================================================
       2200-localizar-adiantamento section.

            set ws-adiantamento-encontrado         to false

            perform 2200-informar-parceiro
            if   not ws-parceiro-encontrado
                 exit section
            end-if

            perform until f-nr-adiantamento <> zeros
                 accept f-nr-adiantamento at line 15 col 34 with update auto-skip
            end-perform

            initialize                             f14500-adiantamento
            move lnk-cd-empresa                    to f14500-cd-empresa
            move lnk-cd-filial                     to f14500-cd-filial
            move f-tipo-parceiro                   to f14500-tipo-parceiro
            move f-cd-parceiro                     to f14500-cd-parceiro
            move f-nr-adiantamento                 to f14500-nr-adiantamento
            perform 9000-ler-pd14500-ran
            if   not ws-operacao-ok
                 move "Adiantamento não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-adiantamento-encontrado         to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Próximo número de adiantamento do parceiro.
       2300-proximo-numero section.

            move zeros                             to ws-nr-adiantamento

            initialize                             f14500-adiantamento
            move lnk-cd-empresa                    to f14500-cd-empresa
            move lnk-cd-filial                     to f14500-cd-filial
            move f-tipo-parceiro                   to f14500-tipo-parceiro
            move f-cd-parceiro                     to f14500-cd-parceiro
            perform 9000-str-pd14500-grt
            perform 9000-ler-pd14500-nex

            perform until not ws-operacao-ok
                          or f14500-cd-empresa    <> lnk-cd-empresa
                          or f14500-cd-filial     <> lnk-cd-filial
                          or f14500-tipo-parceiro <> f-tipo-parceiro
                          or f14500-cd-parceiro   <> f-cd-parceiro
                 move f14500-nr-adiantamento       to ws-nr-adiantamento
                 perform 9000-ler-pd14500-nex
            end-perform

            add  1                                 to ws-nr-adiantamento

       exit.

      *>=================================================================================
      *> Saldo em aberto do parceiro pelo serviço de compensação.
       2400-saldo-parceiro section.

            initialize                             lk-parametros-adiantamento
            set  lk-adt-consultar-saldo            to true
            move f-tipo-parceiro                   to lk-adt-tipo-parceiro
            move f-cd-parceiro                     to lk-adt-cd-parceiro
            move c-este-programa                   to lk-adt-ds-origem
            move lk-parametros-adiantamento        to lnk-linha-comando
            call c-compensar-adiantamento using lnk-par
            cancel c-compensar-adiantamento
            move lnk-linha-comando                 to lk-parametros-adiantamento

            move lk-adt-valor-saldo                to f-saldo-parceiro

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f14500-tipo-parceiro              to f-tipo-parceiro
            move f14500-cd-parceiro                to f-cd-parceiro
            move f14500-nr-adiantamento            to f-nr-adiantamento
            move f14500-data-adiantamento          to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-adiantamento
            move f14500-cd-conta-banco             to f-cd-conta-banco
            move f14500-valor-adiantamento         to f-valor-adiantamento
            move f14500-valor-compensado           to f-valor-compensado
            compute ws-saldo-adiantamento =
                    f14500-valor-adiantamento - f14500-valor-compensado
            move ws-saldo-adiantamento             to f-saldo-adiantamento
            move f14500-ds-historico               to f-ds-historico

            move spaces                            to f-nome-banco
            initialize                             f02800-conta-banco
            move f14500-cd-empresa                 to f02800-cd-empresa
            move f14500-cd-filial                  to f02800-cd-filial
            move f14500-cd-conta-banco             to f02800-cd-conta-banco
            perform 9000-ler-pd02800-ran
            if   ws-operacao-ok
                 move f02800-nome-banco            to f-nome-banco
            end-if

            evaluate true
                 when f14500-adiantamento-aberto
                      move "ABERTO"                to f-ds-status
                 when f14500-adiantamento-compensado
                      move "COMPENSADO"            to f-ds-status
                 when f14500-adiantamento-cancelado
                      move "CANCELADO"             to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            perform 2400-saldo-parceiro

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR14500.cpy.
       copy CSR01400.cpy.
       copy CSR01500.cpy.
       copy CSR02800.cpy.
