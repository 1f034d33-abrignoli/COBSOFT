      $set sourceformat"free"
       program-id. CS50029C.
      *>=================================================================================
      *>
      *>            Custódia de Cheques Recebidos - Pré-datados e Devolvidos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14900.cpy.
       copy CSS15000.cpy.
       copy CSS02600.cpy.
       copy CSS01400.cpy.
       copy CSS02800.cpy.

      *>=================================================================================
       data division.

       copy CSF14900.cpy.
       copy CSF15000.cpy.
       copy CSF02600.cpy.
       copy CSF01400.cpy.
       copy CSF02800.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50029C".
       78   c-descricao-programa                   value "CUSTODIA DE CHEQUES".
       78   c-lancar-tesouraria                    value "CS00125S".
       78   c-alocar-sequencia                     value "CS00118S".
       78   c-cheques-a-depositar                  value "CS50030S".
       78   c-max-titulos-cheque                   value 20.

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

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

       01   ws-campos-trabalho.
            03 ws-id-cliente                       pic x(01).
               88 ws-cliente-encontrado                 value "S" false "N".
            03 ws-id-cheque                        pic x(01).
               88 ws-cheque-encontrado                  value "S" false "N".
            03 ws-id-titulos-livres                pic x(01).
               88 ws-titulos-livres                     value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-valor-cheque                     pic 9(09)v9(02).
            03 ws-valor-restante                   pic 9(09)v9(02).
            03 ws-saldo-titulo                     pic 9(09)v9(02).
            03 ws-data-bom-para                    pic 9(08).
            03 ws-data-hoje                        pic 9(08).
            03 ws-numero-documento                 pic 9(09).
            03 ws-nr-parcela                       pic 9(02).
            03 ws-nr-titulos                       pic 9(02).
            03 ws-ix-titulo                        pic 9(02).
            03 ws-nr-titulos-reabertos             pic 9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.

      *> Títulos informados para quitação pelo cheque na inclusão
       01   ws-tabela-titulos-cheque.
            03 ws-titulo-cheque                    occurs 20 times.
               05 tc-numero-documento              pic 9(09).
               05 tc-nr-parcela                    pic 9(02).
               05 tc-valor-aplicado                pic 9(09)v9(02).

       01   f-cheque.
            03 f-nr-custodia                       pic 9(09).
            03 f-ds-status                         pic x(20).
            03 f-cd-cliente                        pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-cd-banco                          pic 9(03).
            03 f-cd-agencia                        pic 9(05).
            03 f-nr-conta                          pic x(12).
            03 f-nr-cheque                         pic 9(08).
            03 f-documento-emitente                pic 9(14).
            03 f-nome-emitente                     pic x(40).
            03 f-data-bom-para                     pic 9(08).
            03 f-valor-cheque                      pic zz.zzz.zzz.zz9,99.
            03 f-cd-conta-deposito                 pic 9(03).
            03 f-cd-alinea                         pic 9(02).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-cheque.
            03 line 11 col 15   pic x(18) value "Custodia.........:".
            03 line 11 col 34   pic 9(09) from f-nr-custodia.
            03 line 11 col 52   pic x(18) value "Status...........:".
            03 line 11 col 71   pic x(20) from f-ds-status.
            03 line 13 col 15   pic x(18) value "Cliente..........:".
            03 line 13 col 34   pic 9(09) from f-cd-cliente.
            03 line 13 col 45   pic x(55) from f-razao-social.
            03 line 15 col 15   pic x(18) value "Banco............:".
            03 line 15 col 34   pic 9(03) from f-cd-banco.
            03 line 15 col 52   pic x(18) value "Agencia..........:".
            03 line 15 col 71   pic 9(05) from f-cd-agencia.
            03 line 17 col 15   pic x(18) value "Conta Corrente...:".
            03 line 17 col 34   pic x(12) from f-nr-conta.
            03 line 17 col 52   pic x(18) value "Numero Cheque....:".
            03 line 17 col 71   pic 9(08) from f-nr-cheque.
            03 line 19 col 15   pic x(18) value "CPF/CNPJ Emitente:".
            03 line 19 col 34   pic 9(14) from f-documento-emitente.
            03 line 19 col 52   pic x(18) value "Emitente.........:".
            03 line 19 col 71   pic x(40) from f-nome-emitente.
            03 line 21 col 15   pic x(18) value "Bom Para.........:".
            03 line 21 col 34   pic 9(02) from f-data-bom-para(01:02).
            03 line 21 col 37   pic 9(02) from f-data-bom-para(03:02).
            03 line 21 col 40   pic 9(04) from f-data-bom-para(05:04).
            03 line 21 col 52   pic x(18) value "Valor do Cheque..:".
            03 line 21 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-cheque.
            03 line 23 col 15   pic x(18) value "Conta Deposito...:".
            03 line 23 col 34   pic 9(03) from f-cd-conta-deposito.
            03 line 23 col 52   pic x(18) value "Alinea Devolucao.:".
            03 line 23 col 71   pic 9(02) from f-cd-alinea.

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

            string lnk-dat-path delimited   by "  " "\EFD149.DAT" into wid-pd14900
            open i-o pd14900
            if   ws-arquivo-inexistente
                 open output pd14900
                 close pd14900
                 open i-o pd14900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD149.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD150.DAT" into wid-pd15000
            open i-o pd15000
            if   ws-arquivo-inexistente
                 open output pd15000
                 close pd15000
                 open i-o pd15000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD150.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd02600
            perform 9000-abrir-io-pd01400
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

            close pd14900
            close pd15000
            close pd02600
            close pd01400
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
                     perform 2100-depositar
                when 04
                     perform 2100-compensar
                when 05
                     perform 2100-devolver
                when 06
                     perform 2100-reapresentar
                when 07
                     perform 2100-relatorio
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Entrada do cheque em custódia: os títulos informados são
      *> quitados no ato (o cliente pagou), mas o dinheiro só entra na
      *> tesouraria na compensação. O valor do cheque tem de ser todo
      *> aplicado nos títulos do cliente.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-informar-cliente
            if   not ws-cliente-encontrado
                 exit section
            end-if

            if   f01400-cliente-bloqueado
                 move "Cliente bloqueado - não aceite cheque sem liberação do crédito!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform until f-cd-banco <> zeros
                 accept f-cd-banco at line 15 col 34 with update auto-skip
            end-perform
            perform until f-cd-agencia <> zeros
                 accept f-cd-agencia at line 15 col 71 with update auto-skip
            end-perform
            perform until f-nr-conta <> spaces
                 accept f-nr-conta at line 17 col 34 with update auto-skip
            end-perform
            perform until f-nr-cheque <> zeros
                 accept f-nr-cheque at line 17 col 71 with update auto-skip
            end-perform

            move f01400-cgc                        to f-documento-emitente
            move f01400-razao-social               to f-nome-emitente
            perform 8000-tela
            perform until f-documento-emitente <> zeros
                 accept f-documento-emitente at line 19 col 34 with update auto-skip
            end-perform
            perform until f-nome-emitente <> spaces
                 accept f-nome-emitente at line 19 col 71 with update auto-skip
            end-perform

            accept ws-data-hoje                    from date yyyymmdd
            move ws-data-hoje                      to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-bom-para
            perform 8000-tela

            perform until exit
                 accept f-data-bom-para(01:02) at line 21 col 34 with update auto-skip
                 accept f-data-bom-para(03:02) at line 21 col 37 with update auto-skip
                 accept f-data-bom-para(05:04) at line 21 col 40 with update auto-skip
                 perform 2900-data-bom-para-inv
                 if   ws-data-bom-para less ws-data-hoje
                      move "Data bom para anterior à data de hoje!" to ws-mensagem
                      perform 9000-mensagem
                 else
                      exit perform
                 end-if
            end-perform

            move zeros                             to ws-valor-cheque
            perform until ws-valor-cheque <> zeros
                 accept f-valor-cheque at line 21 col 71 with update auto-skip
                 move f-valor-cheque               to ws-valor-cheque
            end-perform

            perform 2300-informar-titulos
            if   ws-valor-restante not equal zeros
                 move ws-valor-restante            to ws-valor-x
                 move spaces                       to ws-mensagem
                 string "Cheque não aplicado integralmente nos títulos - faltam R$ " ws-valor-x
                        " - inclusão cancelada!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-valor-cheque                   to ws-valor-x
            move spaces                            to ws-mensagem
            string "Confirma a custódia do cheque de R$ " ws-valor-x " quitando " ws-nr-titulos
                   " título(s)? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             lk-parametros-sequencia
            string "CUSTODIA-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                 to lk-seq-valor-minimo
            move lk-parametros-sequencia           to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                 to lk-parametros-sequencia
            if   lk-seq-valor equal zeros
                 move "Erro na alocação do número de custódia!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f14900-cheque
            move lnk-cd-empresa                    to f14900-cd-empresa
            move lnk-cd-filial                     to f14900-cd-filial
            move lk-seq-valor                      to f14900-nr-custodia
            move f-cd-cliente                      to f14900-cd-cliente
            move f-cd-banco                        to f14900-cd-banco
            move f-cd-agencia                      to f14900-cd-agencia
            move f-nr-conta                        to f14900-nr-conta
            move f-nr-cheque                       to f14900-nr-cheque
            move f-documento-emitente              to f14900-documento-emitente
            move f-nome-emitente                   to f14900-nome-emitente
            move ws-data-hoje                      to f14900-data-recebimento
            move ws-data-bom-para                  to f14900-data-bom-para
            move ws-valor-cheque                   to f14900-valor-cheque
            move lnk-id-usuario                    to f14900-id-usuario
            set  f14900-cheque-custodia            to true

            perform 9000-gravar-pd14900
            if   not ws-operacao-ok
                 string "Erro ao gravar cheque em custódia - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform varying ws-ix-titulo from 1 by 1
                    until ws-ix-titulo > ws-nr-titulos

                 initialize                        f15000-titulo-cheque
                 move f14900-cd-empresa            to f15000-cd-empresa
                 move f14900-cd-filial             to f15000-cd-filial
                 move f14900-nr-custodia           to f15000-nr-custodia
                 move ws-ix-titulo                 to f15000-nr-sequencia
                 move f14900-cd-cliente            to f15000-cd-cliente
                 move tc-numero-documento(ws-ix-titulo) to f15000-numero-documento
                 move tc-nr-parcela(ws-ix-titulo)       to f15000-nr-parcela
                 move tc-valor-aplicado(ws-ix-titulo)   to f15000-valor-aplicado
                 perform 9000-gravar-pd15000

                 perform 2400-quitar-titulo

            end-perform

            perform 9000-move-registros-frame

            move spaces                            to ws-mensagem
            string "Cheque em custódia sob o número " f14900-nr-custodia " - títulos quitados!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-cheque
            if   not ws-cheque-encontrado
                 exit section
            end-if

            move zeros                             to ws-nr-titulos
            initialize                             f15000-titulo-cheque
            move f14900-cd-empresa                 to f15000-cd-empresa
            move f14900-cd-filial                  to f15000-cd-filial
            move f14900-nr-custodia                to f15000-nr-custodia
            perform 9000-str-pd15000-grt
            perform 9000-ler-pd15000-nex
            perform until not ws-operacao-ok
                          or f15000-cd-empresa  <> f14900-cd-empresa
                          or f15000-cd-filial   <> f14900-cd-filial
                          or f15000-nr-custodia <> f14900-nr-custodia
                 add  1                            to ws-nr-titulos
                 move spaces                       to ws-mensagem
                 move f15000-valor-aplicado        to ws-valor-x
                 string "Título " f15000-numero-documento "/" f15000-nr-parcela
                        " - valor quitado pelo cheque R$ " ws-valor-x into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-ler-pd15000-nex
            end-perform

            if   ws-nr-titulos equal zeros
                 move "Cheque sem títulos vinculados!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Depósito do cheque em custódia na conta informada. Depósito
      *> antes da data bom para só com confirmação - apresentação
      *> antecipada de pré-datado gera dano ao emitente.
       2100-depositar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-cheque
            if   not ws-cheque-encontrado
                 exit section
            end-if

            if   not f14900-cheque-custodia
                 move "Somente cheque em custódia pode ser depositado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd
            if   f14900-data-bom-para greater ws-data-hoje
                 move spaces                       to ws-mensagem
                 string "Cheque pré-datado para " f14900-data-bom-para(7:2) "/" f14900-data-bom-para(5:2) "/"
                        f14900-data-bom-para(1:4) " - depositar antes da data? [S/N]" into ws-mensagem
                 perform 9000-mensagem
                 if   not ws-mensagem-opcao-sim
                      exit section
                 end-if
            end-if

            perform 2500-informar-conta-deposito
            if   not ws-operacao-ok
                 exit section
            end-if

            move f-cd-conta-deposito               to f14900-cd-conta-deposito
            move ws-data-hoje                      to f14900-data-deposito
            set  f14900-cheque-depositado          to true
            perform 9000-regravar-pd14900
            if   not ws-operacao-ok
                 string "Erro ao regravar cheque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Cheque depositado - aguardando compensação!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Compensação do cheque depositado (ou reapresentado): o valor
      *> entra na conta de depósito pela tesouraria.
       2100-compensar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-cheque
            if   not ws-cheque-encontrado
                 exit section
            end-if

            if   not f14900-cheque-depositado
            and  not f14900-cheque-reapresentado
                 move "Somente cheque depositado ou reapresentado pode ser compensado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f14900-valor-cheque               to ws-valor-x
            move spaces                            to ws-mensagem
            string "Confirma a compensação do cheque de R$ " ws-valor-x " na conta "
                   f14900-cd-conta-deposito "? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f14900-data-compensacao
            set  f14900-cheque-compensado          to true
            perform 9000-regravar-pd14900
            if   not ws-operacao-ok
                 string "Erro ao regravar cheque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             lk-parametros-tesouraria
            move f14900-cd-conta-deposito          to lk-tes-cd-conta-banco
            move "C"                               to lk-tes-tipo-movimento
            move f14900-valor-cheque               to lk-tes-valor-movimento
            string "CHEQUE CUSTODIA " f14900-nr-custodia " CLI " f14900-cd-cliente
                   into lk-tes-ds-historico
            move c-este-programa                   to lk-tes-ds-origem
            move lk-parametros-tesouraria          to lnk-linha-comando
            call c-lancar-tesouraria using lnk-par
            cancel c-lancar-tesouraria
            move lnk-linha-comando                 to lk-parametros-tesouraria

            perform 9000-move-registros-frame

            if   lk-tes-gravado
                 move "Cheque compensado e lançado na tesouraria!" to ws-mensagem
            else
                 move "Cheque compensado - falha no lançamento da tesouraria, lance manualmente!" to ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Devolução pelo banco: registra a alínea, reabre os títulos
      *> quitados pelo cheque e bloqueia o cliente. A liberação do
      *> cliente fica a cargo do crédito, no cadastro de clientes.
       2100-devolver section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-cheque
            if   not ws-cheque-encontrado
                 exit section
            end-if

            if   not f14900-cheque-depositado
            and  not f14900-cheque-reapresentado
                 move "Somente cheque depositado ou reapresentado pode ser devolvido!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform until f-cd-alinea >= 11 and f-cd-alinea <= 49
                 accept f-cd-alinea at line 23 col 71 with update auto-skip
                 if   f-cd-alinea < 11 or f-cd-alinea > 49
                      move "Alínea de devolução inválida (11 a 49)!" to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-perform

            move spaces                            to ws-mensagem
            string "Confirma a devolução do cheque pela alínea " f-cd-alinea
                   " com reabertura dos títulos e bloqueio do cliente? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd
            move ws-data-hoje                      to f14900-data-devolucao
            move f-cd-alinea                       to f14900-cd-alinea
            set  f14900-cheque-devolvido           to true
            perform 9000-regravar-pd14900
            if   not ws-operacao-ok
                 string "Erro ao regravar cheque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move zeros                             to ws-nr-titulos-reabertos
            initialize                             f15000-titulo-cheque
            move f14900-cd-empresa                 to f15000-cd-empresa
            move f14900-cd-filial                  to f15000-cd-filial
            move f14900-nr-custodia                to f15000-nr-custodia
            perform 9000-str-pd15000-grt
            perform 9000-ler-pd15000-nex
            perform until not ws-operacao-ok
                          or f15000-cd-empresa  <> f14900-cd-empresa
                          or f15000-cd-filial   <> f14900-cd-filial
                          or f15000-nr-custodia <> f14900-nr-custodia
                 perform 2600-reabrir-titulo
                 perform 9000-ler-pd15000-nex
            end-perform

            initialize                             f01400-cliente
            move f14900-cd-empresa                 to f01400-cd-empresa
            move f14900-cd-filial                  to f01400-cd-filial
            move f14900-cd-cliente                 to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   ws-operacao-ok
                 set  f01400-cliente-bloqueado     to true
                 perform 9000-regravar-pd01400
            end-if

            perform 9000-move-registros-frame

            move spaces                            to ws-mensagem
            string "Cheque devolvido - " ws-nr-titulos-reabertos " título(s) reaberto(s) e cliente bloqueado!"
                   into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Reapresentação do cheque devolvido (uma única vez, e não para as
      *> alíneas definitivas 12, 13 e 14): os títulos reabertos voltam a
      *> ser quitados pelo cheque, que segue como depositado na mesma
      *> conta. O cliente continua bloqueado até a liberação do crédito.
       2100-reapresentar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-cheque
            if   not ws-cheque-encontrado
                 exit section
            end-if

            if   not f14900-cheque-devolvido
                 move "Somente cheque devolvido pode ser reapresentado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f14900-nr-reapresentacoes > zeros
            or   f14900-cd-alinea equal 12 or 13 or 14
                 move spaces                       to ws-mensagem
                 string "Cheque devolvido pela alínea " f14900-cd-alinea
                        " não admite nova apresentação - cobre o cliente!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2700-verificar-titulos-livres
            if   not ws-titulos-livres
                 move "Título do cheque já recebido de outra forma - reapresentação não permitida!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma a reapresentação do cheque com nova quitação dos títulos? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd
            move ws-data-hoje                      to f14900-data-deposito
            add  1                                 to f14900-nr-reapresentacoes
            set  f14900-cheque-reapresentado       to true
            perform 9000-regravar-pd14900
            if   not ws-operacao-ok
                 string "Erro ao regravar cheque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move 1                                 to ws-ix-titulo
            initialize                             f15000-titulo-cheque
            move f14900-cd-empresa                 to f15000-cd-empresa
            move f14900-cd-filial                  to f15000-cd-filial
            move f14900-nr-custodia                to f15000-nr-custodia
            perform 9000-str-pd15000-grt
            perform 9000-ler-pd15000-nex
            perform until not ws-operacao-ok
                          or f15000-cd-empresa  <> f14900-cd-empresa
                          or f15000-cd-filial   <> f14900-cd-filial
                          or f15000-nr-custodia <> f14900-nr-custodia
                 move f15000-numero-documento      to tc-numero-documento(1)
                 move f15000-nr-parcela            to tc-nr-parcela(1)
                 move f15000-valor-aplicado        to tc-valor-aplicado(1)
                 perform 2400-quitar-titulo
                 perform 9000-ler-pd15000-nex
            end-perform

            perform 9000-move-registros-frame

            move "Cheque reapresentado - títulos quitados novamente, aguardando compensação!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Relação dos cheques a depositar (mesma rotina do job diário).
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            call c-cheques-a-depositar using lnk-par
            cancel c-cheques-a-depositar

            perform 8000-tela

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
                 move "03 - Depositar"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "04 - Compensar"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "05 - Devolver"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "06 - Reapresentar"          to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "07 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-cheque

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-cheque

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão

      *>=================================================================================
       2200-informar-cliente section.

            set ws-cliente-encontrado              to false

            perform until f-cd-cliente <> zeros
                 accept f-cd-cliente at line 13 col 34 with update auto-skip
            end-perform

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move f-cd-cliente                      to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 string "Cliente [" f-cd-cliente "] não cadastrado!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f01400-razao-social               to f-razao-social
            set ws-cliente-encontrado              to true

            perform 8000-tela

       exit.

      *>=================================================================================
       2200-localizar-cheque section.

            set ws-cheque-encontrado               to false

            perform until f-nr-custodia <> zeros
                 accept f-nr-custodia at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f14900-cheque
            move lnk-cd-empresa                    to f14900-cd-empresa
            move lnk-cd-filial                     to f14900-cd-filial
            move f-nr-custodia                     to f14900-nr-custodia
            perform 9000-ler-pd14900-ran
            if   not ws-operacao-ok
                 move "Cheque não encontrado na custódia!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-cheque-encontrado               to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Títulos do cliente quitados pelo cheque: documento e parcela a
      *> cada linha, até aplicar todo o valor (documento zero encerra).
       2300-informar-titulos section.

            initialize                             ws-tabela-titulos-cheque
            move zeros                             to ws-nr-titulos
            move ws-valor-cheque                   to ws-valor-restante

            perform until ws-valor-restante equal zeros
                          or ws-nr-titulos >= c-max-titulos-cheque

                 move ws-valor-restante            to ws-valor-x
                 move zeros                        to ws-numero-documento
                 move zeros                        to ws-nr-parcela
                 display "Documento (0=fim):           Parcela:      Saldo do cheque:" at line 27 col 03
                 display ws-valor-x                at line 27 col 68
                 accept ws-numero-documento        at line 27 col 22 with update auto-skip
                 if   ws-numero-documento equal zeros
                      exit perform
                 end-if
                 accept ws-nr-parcela              at line 27 col 41 with update auto-skip

                 perform 2310-validar-titulo

            end-perform

            display "                                                                                        " at line 27 col 03

       exit.

      *>=================================================================================
       2310-validar-titulo section.

            perform varying ws-ix-titulo from 1 by 1
                    until ws-ix-titulo > ws-nr-titulos
                 if   tc-numero-documento(ws-ix-titulo) equal ws-numero-documento
                 and  tc-nr-parcela(ws-ix-titulo) equal ws-nr-parcela
                      move "Título já informado para este cheque!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
            end-perform

            initialize                             f02600-conta-receber
            move lnk-cd-empresa                    to f02600-cd-empresa
            move lnk-cd-filial                     to f02600-cd-filial
            move f-cd-cliente                      to f02600-cd-cliente
            move ws-numero-documento               to f02600-numero-documento
            move ws-nr-parcela                     to f02600-nr-parcela
            perform 9000-ler-pd02600-ran
            if   not ws-operacao-ok
                 move "Título não encontrado para o cliente!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f02600-titulo-aberto
            and  not f02600-titulo-vencido
                 move "Título não está em aberto!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f02600-titulo-descontado
                 move "Título descontado no banco - recebimento pelo retorno CNAB!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            compute ws-saldo-titulo = f02600-valor-parcela - f02600-valor-pago
            if   ws-saldo-titulo equal zeros
                 move "Título sem saldo em aberto!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  1                                 to ws-nr-titulos
            move ws-numero-documento               to tc-numero-documento(ws-nr-titulos)
            move ws-nr-parcela                     to tc-nr-parcela(ws-nr-titulos)
            if   ws-saldo-titulo greater ws-valor-restante
                 move ws-valor-restante            to tc-valor-aplicado(ws-nr-titulos)
            else
                 move ws-saldo-titulo              to tc-valor-aplicado(ws-nr-titulos)
            end-if
            subtract tc-valor-aplicado(ws-nr-titulos) from ws-valor-restante

       exit.

      *>=================================================================================
      *> Quita o título ws-ix-titulo da tabela pelo valor aplicado do
      *> cheque (sem movimento na tesouraria).
       2400-quitar-titulo section.

            initialize                             f02600-conta-receber
            move lnk-cd-empresa                    to f02600-cd-empresa
            move lnk-cd-filial                     to f02600-cd-filial
            move f14900-cd-cliente                 to f02600-cd-cliente
            move tc-numero-documento(ws-ix-titulo) to f02600-numero-documento
            move tc-nr-parcela(ws-ix-titulo)       to f02600-nr-parcela
            perform 9000-ler-pd02600-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            add  tc-valor-aplicado(ws-ix-titulo)   to f02600-valor-pago
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f02600-data-ultimo-pagamento
            move lnk-id-usuario                    to f02600-id-usuario-baixa
            if   f02600-valor-pago >= f02600-valor-parcela
                 set  f02600-titulo-pago           to true
            end-if

            perform 9000-regravar-pd02600
            if   not ws-operacao-ok
                 string "Erro ao quitar título pelo cheque - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2500-informar-conta-deposito section.

            perform until f-cd-conta-deposito <> zeros
                 accept f-cd-conta-deposito at line 23 col 34 with update auto-skip
            end-perform

            initialize                             f02800-conta-banco
            move lnk-cd-empresa                    to f02800-cd-empresa
            move lnk-cd-filial                     to f02800-cd-filial
            move f-cd-conta-deposito               to f02800-cd-conta-banco
            perform 9000-ler-pd02800-ran
            if   ws-operacao-ok
            and  not f02800-conta-ativa
                 move "99"                         to ws-resultado-acesso
            end-if
            if   not ws-operacao-ok
                 move "Conta bancária não cadastrada ou inativa!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Estorna do título o valor quitado pelo cheque devolvido; volta
      *> a aberto ou vencido conforme o vencimento.
       2600-reabrir-titulo section.

            initialize                             f02600-conta-receber
            move f15000-cd-empresa                 to f02600-cd-empresa
            move f15000-cd-filial                  to f02600-cd-filial
            move f15000-cd-cliente                 to f02600-cd-cliente
            move f15000-numero-documento           to f02600-numero-documento
            move f15000-nr-parcela                 to f02600-nr-parcela
            perform 9000-ler-pd02600-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            if   f02600-valor-pago greater f15000-valor-aplicado
                 subtract f15000-valor-aplicado    from f02600-valor-pago
            else
                 move zeros                        to f02600-valor-pago
            end-if

            if   f02600-data-vencimento less ws-data-hoje
                 set  f02600-titulo-vencido        to true
            else
                 set  f02600-titulo-aberto         to true
            end-if

            perform 9000-regravar-pd02600
            if   ws-operacao-ok
                 add  1                            to ws-nr-titulos-reabertos
            else
                 string "Erro ao reabrir título " f02600-numero-documento " - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Na reapresentação cada título reaberto precisa ainda ter saldo
      *> para receber de novo o valor do cheque.
       2700-verificar-titulos-livres section.

            set  ws-titulos-livres                 to true

            initialize                             f15000-titulo-cheque
            move f14900-cd-empresa                 to f15000-cd-empresa
            move f14900-cd-filial                  to f15000-cd-filial
            move f14900-nr-custodia                to f15000-nr-custodia
            perform 9000-str-pd15000-grt
            perform 9000-ler-pd15000-nex
            perform until not ws-operacao-ok
                          or f15000-cd-empresa  <> f14900-cd-empresa
                          or f15000-cd-filial   <> f14900-cd-filial
                          or f15000-nr-custodia <> f14900-nr-custodia
                          or not ws-titulos-livres

                 initialize                        f02600-conta-receber
                 move f15000-cd-empresa            to f02600-cd-empresa
                 move f15000-cd-filial             to f02600-cd-filial
                 move f15000-cd-cliente            to f02600-cd-cliente
                 move f15000-numero-documento      to f02600-numero-documento
                 move f15000-nr-parcela            to f02600-nr-parcela
                 perform 9000-ler-pd02600-ran
                 if   not ws-operacao-ok
                      set  ws-titulos-livres       to false
                 else
                      compute ws-saldo-titulo = f02600-valor-parcela - f02600-valor-pago
                      if   ws-saldo-titulo less f15000-valor-aplicado
                      or  (not f02600-titulo-aberto and not f02600-titulo-vencido)
                      or   f02600-titulo-descontado
                           set  ws-titulos-livres  to false
                      end-if
                 end-if

                 perform 9000-ler-pd15000-nex

            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
       2900-data-bom-para-inv section.

            move f-data-bom-para                   to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to ws-data-bom-para

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-cheque
            move f14900-nr-custodia                to f-nr-custodia
            evaluate true
                 when f14900-cheque-custodia
                      move "EM CUSTODIA"           to f-ds-status
                 when f14900-cheque-depositado
                      move "DEPOSITADO"            to f-ds-status
                 when f14900-cheque-compensado
                      move "COMPENSADO"            to f-ds-status
                 when f14900-cheque-devolvido
                      move "DEVOLVIDO"             to f-ds-status
                 when f14900-cheque-reapresentado
                      move "REAPRESENTADO"         to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate
            move f14900-cd-cliente                 to f-cd-cliente
            move f14900-cd-banco                   to f-cd-banco
            move f14900-cd-agencia                 to f-cd-agencia
            move f14900-nr-conta                   to f-nr-conta
            move f14900-nr-cheque                  to f-nr-cheque
            move f14900-documento-emitente         to f-documento-emitente
            move f14900-nome-emitente              to f-nome-emitente
            move f14900-data-bom-para              to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-bom-para
            move f14900-valor-cheque               to f-valor-cheque
            move f14900-cd-conta-deposito          to f-cd-conta-deposito
            move f14900-cd-alinea                  to f-cd-alinea

            initialize                             f01400-cliente
            move f14900-cd-empresa                 to f01400-cd-empresa
            move f14900-cd-filial                  to f01400-cd-filial
            move f14900-cd-cliente                 to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   ws-operacao-ok
                 move f01400-razao-social          to f-razao-social
            end-if

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR14900.cpy.
       copy CSR15000.cpy.
       copy CSR02600.cpy.
       copy CSR01400.cpy.
       copy CSR02800.cpy.
