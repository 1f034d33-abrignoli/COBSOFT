      $set sourceformat"free"
       program-id. CS10052C.
      *>=================================================================================
      *>
      *>        Empréstimos e Financiamentos - Contratos e Tabela de Amortização
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14300.cpy.
       copy CSS14400.cpy.
       copy CSS02700.cpy.
       copy CSS02800.cpy.
       copy CSS01500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF14300.cpy.
       copy CSF14400.cpy.
       copy CSF02700.cpy.
       copy CSF02800.cpy.
       copy CSF01500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10052C".
       78   c-descricao-programa                   value "EMPRESTIMOS E FINANCIAMENTOS".
       78   c-lancar-tesouraria                    value "CS00125S".
       78   c-serie-titulo-emprestimo              value "EMP".
       78   c-faixa-titulo-emprestimo              value 980000000.
       78   c-max-prestacoes                       value 999.

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

       01   ws-campos-trabalho.
            03 ws-id-contrato                      pic x(01).
               88 ws-contrato-encontrado                value "S" false "N".
            03 ws-id-campos                        pic x(01).
               88 ws-campos-validos                     value "S" false "N".
            03 ws-id-prestacao-paga                pic x(01).
               88 ws-contrato-com-pagamento             value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-valor-principal                  pic 9(11)v9(02).
            03 ws-taxa-mes                         pic 9(02)v9(04).
            03 ws-taxa-decimal                     pic 9(01)v9(10).
            03 ws-fator-desconto                   pic 9(01)v9(15).
            03 ws-valor-prestacao-price            pic 9(11)v9(02).
            03 ws-valor-amortizacao-sac            pic 9(11)v9(02).
            03 ws-saldo-devedor                    pic 9(11)v9(02).
            03 ws-total-juros                      pic 9(11)v9(02).
            03 ws-total-amortizado                 pic 9(11)v9(02).
            03 ws-data-contrato                    pic 9(08).
            03 ws-data-primeiro-vencimento         pic 9(08).
            03 ws-data-vencimento                  pic 9(08).
            03 filler redefines ws-data-vencimento.
               05 ws-ano-vencimento                pic 9(04).
               05 ws-mes-vencimento                pic 9(02).
               05 ws-dia-vencimento                pic 9(02).
            03 ws-dia-vencimento-base              pic 9(02).
            03 ws-ultimo-dia-mes                   pic 9(02).
            03 ws-ix-parcela                       pic 9(03).
            03 ws-ix-potencia                      pic 9(03).
            03 ws-nr-prestacoes                    pic 9(03).
            03 ws-nr-pagas                         pic 9(03).
            03 ws-nr-prestacoes-x                  pic zz9.
            03 ws-nr-pagas-x                       pic zz9.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-valor-4-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-taxa-x                           pic z9,9999.
            03 ws-ds-situacao-titulo               pic x(09).

      *> Cronograma calculado antes da confirmação da inclusão
       01   ws-cronograma.
            03 ws-cr-prestacao                     occurs 999 times.
               05 ws-cr-data-vencimento            pic 9(08).
               05 ws-cr-valor-amortizacao          pic 9(11)v9(02).
               05 ws-cr-valor-juros                pic 9(11)v9(02).
               05 ws-cr-valor-prestacao            pic 9(11)v9(02).
               05 ws-cr-saldo-devedor              pic 9(11)v9(02).
               05 ws-cr-id-carencia                pic x(01).

       01   f-contrato.
            03 f-nr-contrato                       pic 9(04).
            03 f-ds-status                         pic x(20).
            03 f-ds-contrato                       pic x(40).
            03 f-nr-contrato-banco                 pic x(20).
            03 f-tipo-contrato                     pic x(01).
            03 f-cd-conta-banco                    pic 9(03).
            03 f-nome-banco                        pic x(30).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-razao-social                      pic x(40).
            03 f-valor-principal                   pic zz.zzz.zzz.zz9,99.
            03 f-taxa-juros-mes                    pic z9,9999.
            03 f-sistema-amortizacao               pic x(01).
            03 f-nr-meses-carencia                 pic 9(02).
            03 f-nr-parcelas                       pic 9(03).
            03 f-data-contrato                     pic 9(08).
            03 f-data-primeiro-vencimento          pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-contrato.
            03 line 11 col 15   pic x(18) value "Contrato.........:".
            03 line 11 col 34   pic 9(04) from f-nr-contrato.
            03 line 11 col 52   pic x(18) value "Status...........:".
            03 line 11 col 71   pic x(20) from f-ds-status.
            03 line 13 col 15   pic x(18) value "Descricao........:".
            03 line 13 col 34   pic x(40) from f-ds-contrato.
            03 line 15 col 15   pic x(18) value "Contrato no Banco:".
            03 line 15 col 34   pic x(20) from f-nr-contrato-banco.
            03 line 15 col 52   pic x(18) value "Tipo.............:".
            03 line 15 col 71   pic x(01) from f-tipo-contrato.
            03 line 15 col 73   pic x(30) value "F-FINAME G-Cap.Giro O-Outros".
            03 line 17 col 15   pic x(18) value "Conta Bancaria...:".
            03 line 17 col 34   pic 9(03) from f-cd-conta-banco.
            03 line 17 col 38   pic x(30) from f-nome-banco.
            03 line 19 col 15   pic x(18) value "Fornecedor Banco.:".
            03 line 19 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 19 col 44   pic x(40) from f-razao-social.
            03 line 21 col 15   pic x(18) value "Valor Principal..:".
            03 line 21 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-principal.
            03 line 21 col 52   pic x(18) value "Taxa Juros % a.m.:".
            03 line 21 col 71   pic z9,9999 from f-taxa-juros-mes.
            03 line 23 col 15   pic x(18) value "Sistema..........:".
            03 line 23 col 34   pic x(01) from f-sistema-amortizacao.
            03 line 23 col 36   pic x(13) value "S-SAC P-Price".
            03 line 23 col 52   pic x(18) value "Carencia (meses).:".
            03 line 23 col 71   pic 9(02) from f-nr-meses-carencia.
            03 line 23 col 75   pic x(09) value "Parcelas:".
            03 line 23 col 85   pic 9(03) from f-nr-parcelas.
            03 line 25 col 15   pic x(18) value "Data Contrato....:".
            03 line 25 col 34   pic 9(02) from f-data-contrato(01:02).
            03 line 25 col 37   pic 9(02) from f-data-contrato(03:02).
            03 line 25 col 40   pic 9(04) from f-data-contrato(05:04).
            03 line 25 col 52   pic x(18) value "1o Vencimento....:".
            03 line 25 col 71   pic 9(02) from f-data-primeiro-vencimento(01:02).
            03 line 25 col 74   pic 9(02) from f-data-primeiro-vencimento(03:02).
            03 line 25 col 77   pic 9(04) from f-data-primeiro-vencimento(05:04).

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

            string lnk-dat-path delimited   by "  " "\EFD143.DAT" into wid-pd14300
            open i-o pd14300
            if   ws-arquivo-inexistente
                 open output pd14300
                 close pd14300
                 open i-o pd14300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD143.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD144.DAT" into wid-pd14400
            open i-o pd14400
            if   ws-arquivo-inexistente
                 open output pd14400
                 close pd14400
                 open i-o pd14400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD144.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd02700
            perform 9000-abrir-i-pd02800
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

            close pd14300
            close pd14400
            close pd02700
            close pd02800
            close pd01500

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
                     perform 2100-cronograma
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
      *> Inclusão do contrato: calcula o cronograma completo (carência só
      *> com juros + parcelas SAC ou Price), apresenta a primeira
      *> prestação e o total de juros para confirmação e grava contrato,
      *> cronograma e um título a pagar por prestação - pendentes de
      *> aprovação, como toda entrada do contas a pagar (CS50002C). A
      *> entrada do principal na conta bancária é opcional (o crédito
      *> pode já ter sido lançado pelo extrato).
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-nr-contrato <> zeros
                 accept f-nr-contrato at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f14300-contrato-emprestimo
            move lnk-cd-empresa                    to f14300-cd-empresa
            move lnk-cd-filial                     to f14300-cd-filial
            move f-nr-contrato                     to f14300-nr-contrato
            perform 9000-ler-pd14300-ran
            if   ws-operacao-ok
                 move "Contrato já cadastrado!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-campos
            if   not ws-campos-validos
                 exit section
            end-if

            perform 2400-calcular-cronograma

            move ws-nr-prestacoes                  to ws-nr-prestacoes-x
            compute ws-ix-parcela = f-nr-meses-carencia + 1
            move ws-cr-valor-prestacao(ws-ix-parcela) to ws-valor-x
            move ws-total-juros                    to ws-valor-2-x
            move spaces                            to ws-mensagem
            string ws-nr-prestacoes-x " prestações - 1a parcela " ws-valor-x
                   " - juros totais " ws-valor-2-x " - confirma? [S/N]" into ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f14300-contrato-emprestimo
            move lnk-cd-empresa                    to f14300-cd-empresa
            move lnk-cd-filial                     to f14300-cd-filial
            move f-nr-contrato                     to f14300-nr-contrato
            move f-ds-contrato                     to f14300-ds-contrato
            move f-nr-contrato-banco               to f14300-nr-contrato-banco
            move f-tipo-contrato                   to f14300-tipo-contrato
            move f-cd-conta-banco                  to f14300-cd-conta-banco
            move f-cd-fornecedor                   to f14300-cd-fornecedor
            move ws-valor-principal                to f14300-valor-principal
            move ws-taxa-mes                       to f14300-taxa-juros-mes
            move f-sistema-amortizacao             to f14300-sistema-amortizacao
            move f-nr-meses-carencia               to f14300-nr-meses-carencia
            move f-nr-parcelas                     to f14300-nr-parcelas
            move ws-data-contrato                  to f14300-data-contrato
            move ws-data-primeiro-vencimento       to f14300-data-primeiro-vencimento
            move ws-total-juros                    to f14300-valor-total-juros
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f14300-data-inclusao
            move lnk-id-usuario                    to f14300-id-usuario
            set  f14300-contrato-ativo             to true

            perform 9000-gravar-pd14300
            if   not ws-operacao-ok
                 string "Erro ao gravar contrato - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2500-gravar-cronograma

            move "Lançar a entrada do principal na conta bancária? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   ws-mensagem-opcao-sim
                 perform 2600-lancar-principal
            end-if

            perform 9000-move-registros-frame
            move spaces                            to ws-mensagem
            string "Contrato cadastrado - " ws-nr-prestacoes-x " título(s) gerado(s), pendentes de aprovação!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Saldo devedor = principal - amortizações das prestações pagas.
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-contrato
            if   not ws-contrato-encontrado
                 exit section
            end-if

            perform 2700-apurar-pagamentos

            move ws-nr-pagas                       to ws-nr-pagas-x
            move ws-nr-prestacoes                  to ws-nr-prestacoes-x
            compute ws-saldo-devedor = f14300-valor-principal - ws-total-amortizado
            move ws-saldo-devedor                  to ws-valor-x
            move f14300-valor-total-juros          to ws-valor-2-x
            move spaces                            to ws-mensagem
            string "Pagas " ws-nr-pagas-x " de " ws-nr-prestacoes-x
                   " - saldo devedor " ws-valor-x " - juros do contrato " ws-valor-2-x into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-cronograma section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-contrato
            if   not ws-contrato-encontrado
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move f14300-valor-principal            to ws-valor-x
            move f14300-taxa-juros-mes             to ws-taxa-x
            move spaces                            to rl-linha-relatorio
            string "TABELA DE AMORTIZACAO - CONTRATO " f14300-nr-contrato
                   " " f14300-ds-contrato
                   " BANCO " f14300-nr-contrato-banco
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            string "PRINCIPAL " ws-valor-x " TAXA " ws-taxa-x " % A.M. SISTEMA " f14300-sistema-amortizacao
                   " CARENCIA " f14300-nr-meses-carencia " PARCELAS " f14300-nr-parcelas
                   " CONTA " f14300-cd-conta-banco " STATUS " f14300-id-status
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "PREST VENCIMENTO      AMORTIZACAO             JUROS         PRESTACAO     SALDO DEVEDOR  TITULO    SITUACAO" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                             f14400-parcela-emprestimo
            move lnk-cd-empresa                    to f14400-cd-empresa
            move lnk-cd-filial                     to f14400-cd-filial
            move f14300-nr-contrato                to f14400-nr-contrato
            perform 9000-str-pd14400-grt
            perform 9000-ler-pd14400-nex

            perform until not ws-operacao-ok
                          or f14400-cd-empresa  <> lnk-cd-empresa
                          or f14400-cd-filial   <> lnk-cd-filial
                          or f14400-nr-contrato <> f14300-nr-contrato

                 perform 2710-situacao-titulo

                 move f14400-valor-amortizacao     to ws-valor-x
                 move f14400-valor-juros           to ws-valor-2-x
                 move f14400-valor-prestacao       to ws-valor-3-x
                 move f14400-saldo-devedor         to ws-valor-4-x
                 move spaces                       to rl-linha-relatorio
                 string "  " f14400-nr-parcela " "
                        f14400-data-vencimento(7:2) "/" f14400-data-vencimento(5:2) "/" f14400-data-vencimento(1:4)
                        ws-valor-x ws-valor-2-x ws-valor-3-x ws-valor-4-x " "
                        f14400-nr-documento-titulo " " ws-ds-situacao-titulo
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd14400-nex

            end-perform

            move f14300-valor-total-juros          to ws-valor-x
            move spaces                            to rl-linha-relatorio
            string "TOTAL DE JUROS DO CONTRATO: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Cancelamento do contrato lançado por engano: só sem nenhuma
      *> prestação paga; todos os títulos gerados são cancelados.
       2100-cancelar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-contrato
            if   not ws-contrato-encontrado
                 exit section
            end-if

            if   not f14300-contrato-ativo
                 move "Contrato já encerrado!"     to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2700-apurar-pagamentos
            if   ws-contrato-com-pagamento
                 move "Contrato com prestação paga não pode ser cancelado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma o cancelamento do contrato e dos títulos? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f14400-parcela-emprestimo
            move lnk-cd-empresa                    to f14400-cd-empresa
            move lnk-cd-filial                     to f14400-cd-filial
            move f14300-nr-contrato                to f14400-nr-contrato
            perform 9000-str-pd14400-grt
            perform 9000-ler-pd14400-nex

            perform until not ws-operacao-ok
                          or f14400-cd-empresa  <> lnk-cd-empresa
                          or f14400-cd-filial   <> lnk-cd-filial
                          or f14400-nr-contrato <> f14300-nr-contrato

                 initialize                        f02700-conta-pagar
                 move lnk-cd-empresa               to f02700-cd-empresa
                 move lnk-cd-filial                to f02700-cd-filial
                 move f14400-cd-fornecedor-titulo  to f02700-cd-fornecedor
                 move f14400-nr-documento-titulo   to f02700-numero-documento
                 move 01                           to f02700-nr-parcela
                 perform 9000-ler-pd02700-ran
                 if   ws-operacao-ok
                      set  f02700-titulo-cancelado to true
                      perform 9000-regravar-pd02700
                 end-if

                 perform 9000-ler-pd14400-nex

            end-perform

            set  f14300-contrato-cancelado         to true
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f14300-data-encerramento
            perform 9000-regravar-pd14300
            if   not ws-operacao-ok
                 string "Erro ao cancelar contrato - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Contrato e títulos cancelados!"  to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "CONTRATOS DE EMPRESTIMO E FINANCIAMENTO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f14300-contrato-emprestimo
            move lnk-cd-empresa                     to f14300-cd-empresa
            move lnk-cd-filial                      to f14300-cd-filial
            perform 9000-str-pd14300-grt
            perform 9000-ler-pd14300-nex

            perform until not ws-operacao-ok
                          or f14300-cd-empresa <> lnk-cd-empresa
                          or f14300-cd-filial  <> lnk-cd-filial

                 move f14300-valor-principal        to ws-valor-x
                 move f14300-valor-total-juros      to ws-valor-2-x
                 move f14300-taxa-juros-mes         to ws-taxa-x
                 move spaces                        to rl-linha-relatorio
                 string "CONTRATO " f14300-nr-contrato
                        " " f14300-ds-contrato(1:25)
                        " T " f14300-tipo-contrato
                        " CTA " f14300-cd-conta-banco
                        " PRINC " ws-valor-x
                        " TX " ws-taxa-x
                        " " f14300-sistema-amortizacao
                        " " f14300-nr-meses-carencia "+" f14300-nr-parcelas
                        " JUROS " ws-valor-2-x
                        " ST " f14300-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd14300-nex

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
                 move "03 - Cronograma"            to ws-ds-funcao
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

            display frm-contrato

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-contrato

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-localizar-contrato section.

            set ws-contrato-encontrado             to false

            perform until f-nr-contrato <> zeros
                 accept f-nr-contrato at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f14300-contrato-emprestimo
            move lnk-cd-empresa                    to f14300-cd-empresa
            move lnk-cd-filial                     to f14300-cd-filial
            move f-nr-contrato                     to f14300-nr-contrato
            perform 9000-ler-pd14300-ran
            if   not ws-operacao-ok
                 move "Contrato não cadastrado!"   to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-contrato-encontrado             to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Conta bancária ativa (pd02800) e fornecedor do banco (pd01500),
      *> titular dos títulos das prestações. Primeiro vencimento padrão:
      *> um mês após a data do contrato.
       2300-aceitar-campos section.

            set  ws-campos-validos                 to false

            perform until f-ds-contrato <> spaces
                 accept f-ds-contrato       at line 13 col 34 with update auto-skip
            end-perform
            accept f-nr-contrato-banco      at line 15 col 34 with update auto-skip
            perform until f-tipo-contrato equal "F" or "G" or "O"
                 accept f-tipo-contrato     at line 15 col 71 with update auto-skip
            end-perform

            perform until f-cd-conta-banco <> zeros
                 accept f-cd-conta-banco    at line 17 col 34 with update auto-skip
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

            perform until f-cd-fornecedor <> zeros
                 accept f-cd-fornecedor     at line 19 col 34 with update auto-skip
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
            move f01500-razao-social               to f-razao-social

            perform 8000-tela

            move zeros                             to ws-valor-principal
            perform until ws-valor-principal <> zeros
                 accept f-valor-principal   at line 21 col 34 with update auto-skip
                 move f-valor-principal            to ws-valor-principal
            end-perform
            accept f-taxa-juros-mes         at line 21 col 71 with update auto-skip
            move f-taxa-juros-mes                  to ws-taxa-mes

            perform until f-sistema-amortizacao equal "S" or "P"
                 accept f-sistema-amortizacao at line 23 col 34 with update auto-skip
            end-perform
            accept f-nr-meses-carencia      at line 23 col 71 with update auto-skip
            perform until f-nr-parcelas <> zeros
                 accept f-nr-parcelas       at line 23 col 85 with update auto-skip
            end-perform
            if   f-nr-meses-carencia + f-nr-parcelas > c-max-prestacoes
                 move "Carência + parcelas excede 999 prestações!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform until f-data-contrato greater zeros
                 accept f-data-contrato(01:02) at line 25 col 34 with update auto-skip
                 accept f-data-contrato(03:02) at line 25 col 37 with update auto-skip
                 accept f-data-contrato(05:04) at line 25 col 40 with update auto-skip
            end-perform
            move f-data-contrato                   to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to ws-data-contrato

            if   f-data-primeiro-vencimento equal zeros
                 move ws-data-contrato             to ws-data-vencimento
                 move ws-dia-vencimento            to ws-dia-vencimento-base
                 perform 2410-somar-mes
                 move ws-data-vencimento           to ws-data-inv
                 move ws-dia-inv                   to ws-dia
                 move ws-mes-inv                   to ws-mes
                 move ws-ano-inv                   to ws-ano
                 move ws-data                      to f-data-primeiro-vencimento
                 perform 8000-tela
            end-if
            accept f-data-primeiro-vencimento(01:02) at line 25 col 71 with update auto-skip
            accept f-data-primeiro-vencimento(03:02) at line 25 col 74 with update auto-skip
            accept f-data-primeiro-vencimento(05:04) at line 25 col 77 with update auto-skip
            move f-data-primeiro-vencimento        to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to ws-data-primeiro-vencimento

            if   ws-data-primeiro-vencimento not greater ws-data-contrato
                 move "Primeiro vencimento deve ser posterior à data do contrato!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-campos-validos                 to true

       exit.

      *>=================================================================================
      *> Cronograma mensal a partir do primeiro vencimento, juros sobre
      *> o saldo devedor à taxa mensal:
      *>   carência : prestação = juros, sem amortização;
      *>   SAC      : amortização constante = principal / parcelas;
      *>   Price    : prestação constante = P * i / (1 - (1 + i) ** -n),
      *>              amortização = prestação - juros.
      *> A última parcela amortiza o saldo restante (arredondamentos).
       2400-calcular-cronograma section.

            initialize                             ws-cronograma
            move zeros                             to ws-nr-prestacoes
            move zeros                             to ws-total-juros
            move ws-valor-principal                to ws-saldo-devedor
            compute ws-taxa-decimal = ws-taxa-mes / 100

            move ws-data-primeiro-vencimento       to ws-data-vencimento
            move ws-dia-vencimento                 to ws-dia-vencimento-base

            perform varying ws-ix-parcela from 1 by 1
                    until ws-ix-parcela > f-nr-meses-carencia
                 add  1                            to ws-nr-prestacoes
                 compute ws-cr-valor-juros(ws-nr-prestacoes) rounded =
                         ws-saldo-devedor * ws-taxa-decimal
                 move zeros                        to ws-cr-valor-amortizacao(ws-nr-prestacoes)
                 move "S"                          to ws-cr-id-carencia(ws-nr-prestacoes)
                 perform 2420-fechar-prestacao
            end-perform

            compute ws-valor-amortizacao-sac rounded = ws-valor-principal / f-nr-parcelas

            if   ws-taxa-decimal equal zeros
                 move ws-valor-amortizacao-sac     to ws-valor-prestacao-price
            else
                 move 1                            to ws-fator-desconto
                 perform varying ws-ix-potencia from 1 by 1
                         until ws-ix-potencia > f-nr-parcelas
                      compute ws-fator-desconto rounded =
                              ws-fator-desconto / (1 + ws-taxa-decimal)
                 end-perform
                 compute ws-valor-prestacao-price rounded =
                         ws-valor-principal * ws-taxa-decimal / (1 - ws-fator-desconto)
            end-if

            perform varying ws-ix-parcela from 1 by 1
                    until ws-ix-parcela > f-nr-parcelas
                 add  1                            to ws-nr-prestacoes
                 compute ws-cr-valor-juros(ws-nr-prestacoes) rounded =
                         ws-saldo-devedor * ws-taxa-decimal
                 evaluate true
                      when ws-ix-parcela equal f-nr-parcelas
                           move ws-saldo-devedor   to ws-cr-valor-amortizacao(ws-nr-prestacoes)
                      when f-sistema-amortizacao equal "S"
                           move ws-valor-amortizacao-sac to ws-cr-valor-amortizacao(ws-nr-prestacoes)
                      when other
                           compute ws-cr-valor-amortizacao(ws-nr-prestacoes) =
                                   ws-valor-prestacao-price - ws-cr-valor-juros(ws-nr-prestacoes)
                 end-evaluate
                 if   ws-cr-valor-amortizacao(ws-nr-prestacoes) > ws-saldo-devedor
                      move ws-saldo-devedor        to ws-cr-valor-amortizacao(ws-nr-prestacoes)
                 end-if
                 move "N"                          to ws-cr-id-carencia(ws-nr-prestacoes)
                 perform 2420-fechar-prestacao
            end-perform

       exit.

      *>=================================================================================
      *> Próximo vencimento mensal no dia do primeiro vencimento - em
      *> mês mais curto, o último dia do mês.
       2410-somar-mes section.

            add  1                                 to ws-mes-vencimento
            if   ws-mes-vencimento greater 12
                 move 01                           to ws-mes-vencimento
                 add  1                            to ws-ano-vencimento
            end-if

            evaluate ws-mes-vencimento
                 when 04
                 when 06
                 when 09
                 when 11
                      move 30                      to ws-ultimo-dia-mes
                 when 02
                      if   function mod(ws-ano-vencimento, 4) equal zeros
                      and (function mod(ws-ano-vencimento, 100) not equal zeros
                      or   function mod(ws-ano-vencimento, 400) equal zeros)
                           move 29                 to ws-ultimo-dia-mes
                      else
                           move 28                 to ws-ultimo-dia-mes
                      end-if
                 when other
                      move 31                      to ws-ultimo-dia-mes
            end-evaluate

            if   ws-dia-vencimento-base greater ws-ultimo-dia-mes
                 move ws-ultimo-dia-mes            to ws-dia-vencimento
            else
                 move ws-dia-vencimento-base       to ws-dia-vencimento
            end-if

       exit.

      *>=================================================================================
       2420-fechar-prestacao section.

            compute ws-cr-valor-prestacao(ws-nr-prestacoes) =
                    ws-cr-valor-amortizacao(ws-nr-prestacoes) + ws-cr-valor-juros(ws-nr-prestacoes)
            subtract ws-cr-valor-amortizacao(ws-nr-prestacoes) from ws-saldo-devedor
            move ws-saldo-devedor                  to ws-cr-saldo-devedor(ws-nr-prestacoes)
            move ws-data-vencimento                to ws-cr-data-vencimento(ws-nr-prestacoes)
            add  ws-cr-valor-juros(ws-nr-prestacoes) to ws-total-juros

            perform 2410-somar-mes

       exit.

      *>=================================================================================
      *> Cronograma em pd14400 e um título por prestação em pd02700 na
      *> faixa 980.000.000 + contrato * 1000 + prestação, série EMP.
       2500-gravar-cronograma section.

            perform varying ws-ix-parcela from 1 by 1
                    until ws-ix-parcela > ws-nr-prestacoes

                 initialize                        f02700-conta-pagar
                 move lnk-cd-empresa               to f02700-cd-empresa
                 move lnk-cd-filial                to f02700-cd-filial
                 move f14300-cd-fornecedor         to f02700-cd-fornecedor
                 compute f02700-numero-documento =
                         c-faixa-titulo-emprestimo + (f14300-nr-contrato * 1000) + ws-ix-parcela
                 move 01                           to f02700-nr-parcela
                 move c-serie-titulo-emprestimo    to f02700-serie-documento
                 move f14300-data-contrato         to f02700-data-emissao
                 move f14300-data-inclusao         to f02700-data-entrada
                 move ws-cr-data-vencimento(ws-ix-parcela) to f02700-data-vencimento
                 move ws-cr-valor-prestacao(ws-ix-parcela) to f02700-valor-parcela
                 move zeros                        to f02700-valor-pago
                 move lnk-id-usuario               to f02700-id-usuario-inclusao
                 set  f02700-titulo-aprovado       to false
                 set  f02700-titulo-aberto         to true

                 perform 9000-gravar-pd02700
                 if   not ws-operacao-ok
                      string "Erro ao gravar título da prestação - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                      perform 9000-abortar
                 end-if

                 initialize                        f14400-parcela-emprestimo
                 move lnk-cd-empresa               to f14400-cd-empresa
                 move lnk-cd-filial                to f14400-cd-filial
                 move f14300-nr-contrato           to f14400-nr-contrato
                 move ws-ix-parcela                to f14400-nr-parcela
                 move ws-cr-data-vencimento(ws-ix-parcela)   to f14400-data-vencimento
                 move ws-cr-valor-amortizacao(ws-ix-parcela) to f14400-valor-amortizacao
                 move ws-cr-valor-juros(ws-ix-parcela)       to f14400-valor-juros
                 move ws-cr-valor-prestacao(ws-ix-parcela)   to f14400-valor-prestacao
                 move ws-cr-saldo-devedor(ws-ix-parcela)     to f14400-saldo-devedor
                 move ws-cr-id-carencia(ws-ix-parcela)       to f14400-id-carencia
                 move f02700-cd-fornecedor         to f14400-cd-fornecedor-titulo
                 move f02700-numero-documento      to f14400-nr-documento-titulo

                 perform 9000-gravar-pd14400
                 if   not ws-operacao-ok
                      string "Erro ao gravar cronograma - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                      perform 9000-abortar
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Crédito do principal na conta bancária do contrato (tesouraria)
       2600-lancar-principal section.

            initialize                             lk-parametros-tesouraria
            move f14300-cd-conta-banco             to lk-tes-cd-conta-banco
            move "C"                               to lk-tes-tipo-movimento
            move f14300-valor-principal            to lk-tes-valor-movimento
            string "EMPRESTIMO CONTRATO " f14300-nr-contrato " " f14300-nr-contrato-banco
                   into lk-tes-ds-historico
            move c-este-programa                   to lk-tes-ds-origem
            move lk-parametros-tesouraria          to lnk-linha-comando
            call c-lancar-tesouraria using lnk-par
            cancel c-lancar-tesouraria

       exit.

      *>=================================================================================
      *> Prestações pagas do contrato (título liquidado) e amortização
      *> correspondente; qualquer pagamento, mesmo parcial, marca o
      *> contrato como já movimentado.
       2700-apurar-pagamentos section.

            move zeros                             to ws-nr-pagas
            move zeros                             to ws-nr-prestacoes
            move zeros                             to ws-total-amortizado
            set  ws-contrato-com-pagamento         to false

            initialize                             f14400-parcela-emprestimo
            move lnk-cd-empresa                    to f14400-cd-empresa
            move lnk-cd-filial                     to f14400-cd-filial
            move f14300-nr-contrato                to f14400-nr-contrato
            perform 9000-str-pd14400-grt
            perform 9000-ler-pd14400-nex

            perform until not ws-operacao-ok
                          or f14400-cd-empresa  <> lnk-cd-empresa
                          or f14400-cd-filial   <> lnk-cd-filial
                          or f14400-nr-contrato <> f14300-nr-contrato

                 add  1                            to ws-nr-prestacoes
                 perform 2710-situacao-titulo
                 if   f02700-valor-pago greater zeros
                      set  ws-contrato-com-pagamento to true
                 end-if
                 if   f02700-titulo-pago
                      add  1                       to ws-nr-pagas
                      add  f14400-valor-amortizacao to ws-total-amortizado
                 end-if

                 perform 9000-ler-pd14400-nex

            end-perform

       exit.

      *>=================================================================================
       2710-situacao-titulo section.

            initialize                             f02700-conta-pagar
            move lnk-cd-empresa                    to f02700-cd-empresa
            move lnk-cd-filial                     to f02700-cd-filial
            move f14400-cd-fornecedor-titulo       to f02700-cd-fornecedor
            move f14400-nr-documento-titulo        to f02700-numero-documento
            move 01                                to f02700-nr-parcela
            perform 9000-ler-pd02700-ran
            if   not ws-operacao-ok
                 initialize                        f02700-conta-pagar
                 move "SEM TITULO"                 to ws-ds-situacao-titulo
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            evaluate true
                 when f02700-titulo-pago
                      move "PAGO"                  to ws-ds-situacao-titulo
                 when f02700-titulo-cancelado
                      move "CANCELADO"             to ws-ds-situacao-titulo
                 when f02700-titulo-vencido
                      move "VENCIDO"               to ws-ds-situacao-titulo
                 when other
                      move "ABERTO"                to ws-ds-situacao-titulo
            end-evaluate

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f14300-nr-contrato                to f-nr-contrato
            move f14300-ds-contrato                to f-ds-contrato
            move f14300-nr-contrato-banco          to f-nr-contrato-banco
            move f14300-tipo-contrato              to f-tipo-contrato
            move f14300-cd-conta-banco             to f-cd-conta-banco
            move f14300-cd-fornecedor              to f-cd-fornecedor
            move f14300-valor-principal            to f-valor-principal
            move f14300-taxa-juros-mes             to f-taxa-juros-mes
            move f14300-sistema-amortizacao        to f-sistema-amortizacao
            move f14300-nr-meses-carencia          to f-nr-meses-carencia
            move f14300-nr-parcelas                to f-nr-parcelas
            move f14300-data-contrato              to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-contrato
            move f14300-data-primeiro-vencimento   to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-primeiro-vencimento

            move spaces                            to f-nome-banco
            initialize                             f02800-conta-banco
            move f14300-cd-empresa                 to f02800-cd-empresa
            move f14300-cd-filial                  to f02800-cd-filial
            move f14300-cd-conta-banco             to f02800-cd-conta-banco
            perform 9000-ler-pd02800-ran
            if   ws-operacao-ok
                 move f02800-nome-banco            to f-nome-banco
            end-if

            move spaces                            to f-razao-social
            initialize                             f01500-fornecedor
            move f14300-cd-empresa                 to f01500-cd-empresa
            move f14300-cd-filial                  to f01500-cd-filial
            move f14300-cd-fornecedor              to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   ws-operacao-ok
                 move f01500-razao-social          to f-razao-social
            end-if

            evaluate true
                 when f14300-contrato-ativo
                      move "ATIVO"                 to f-ds-status
                 when f14300-contrato-quitado
                      move "QUITADO"               to f-ds-status
                 when f14300-contrato-cancelado
                      move "CANCELADO"             to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR14300.cpy.
       copy CSR14400.cpy.
       copy CSR02700.cpy.
       copy CSR02800.cpy.
       copy CSR01500.cpy.
