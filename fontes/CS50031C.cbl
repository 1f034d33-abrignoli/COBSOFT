      $set sourceformat"free"
       program-id. CS50031C.
      *>=================================================================================
      *>
      *>          Desconto de Duplicatas - Antecipação de Recebíveis no Banco
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS15200.cpy.
       copy CSS15300.cpy.
       copy CSS02600.cpy.
       copy CSS02800.cpy.
       copy CSS02900.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF15200.cpy.
       copy CSF15300.cpy.
       copy CSF02600.cpy.
       copy CSF02800.cpy.
       copy CSF02900.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50031C".
       78   c-descricao-programa                   value "DESCONTO DE DUPLICATAS".
       78   c-lancar-tesouraria                    value "CS00125S".
       78   c-alocar-sequencia                     value "CS00118S".
       78   c-max-titulos-bordero                  value 300.
       78   c-max-dias-iof                         value 365.

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

      *> IOF sobre operação de crédito de pessoa jurídica: alíquota
      *> diária limitada a 365 dias mais a adicional fixa
       01   ws-aliquotas-iof.
            03 ws-perc-iof-dia                     pic 9(01)v9(04) value 0,0041.
            03 ws-perc-iof-adicional               pic 9(01)v9(04) value 0,3800.

       01   ws-campos-trabalho.
            03 ws-id-bordero                       pic x(01).
               88 ws-bordero-encontrado                 value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-limite                      pic 9(08).
            03 ws-dias-hoje                        pic 9(09).
            03 ws-dias-prazo                       pic 9(05).
            03 ws-dias-iof                         pic 9(05).
            03 ws-taxa-mensal                      pic 9(02)v9(04).
            03 ws-valor-pretendido                 pic 9(11)v9(02).
            03 ws-saldo-titulo                     pic 9(09)v9(02).
            03 ws-valor-bruto                      pic 9(11)v9(02).
            03 ws-valor-juros                      pic 9(09)v9(02).
            03 ws-valor-iof                        pic 9(09)v9(02).
            03 ws-valor-tarifas                    pic 9(09)v9(02).
            03 ws-valor-liquido                    pic s9(11)v9(02).
            03 ws-nr-titulos                       pic 9(03).
            03 ws-ix-titulo                        pic 9(03).
            03 ws-nr-pendentes                     pic 9(05).
            03 ws-total-pendente                   pic 9(11)v9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-quantidade-x                     pic zzzz9.

      *> Títulos selecionados para o borderô
       01   ws-tabela-titulos.
            03 ws-titulo-desconto                  occurs 300 times.
               05 td-nosso-numero                  pic 9(11).
               05 td-cd-cliente                    pic 9(09).
               05 td-numero-documento              pic 9(09).
               05 td-nr-parcela                    pic 9(02).
               05 td-data-vencimento               pic 9(08).
               05 td-valor-titulo                  pic 9(09)v9(02).
               05 td-nr-dias                       pic 9(04).
               05 td-valor-juros                   pic 9(09)v9(02).
               05 td-valor-iof                     pic 9(09)v9(02).

       01   f-desconto.
            03 f-nr-bordero                        pic 9(09).
            03 f-ds-status                         pic x(20).
            03 f-cd-conta-banco                    pic 9(03).
            03 f-nome-banco                        pic x(30).
            03 f-data-limite                       pic 9(08).
            03 f-cd-cliente                        pic 9(09).
            03 f-taxa-mensal                       pic z9,9999.
            03 f-valor-pretendido                  pic zz.zzz.zzz.zz9,99.
            03 f-nr-titulos                        pic zz9.
            03 f-valor-bruto                       pic zz.zzz.zzz.zz9,99.
            03 f-valor-juros                       pic zz.zzz.zzz.zz9,99.
            03 f-valor-iof                         pic zz.zzz.zzz.zz9,99.
            03 f-valor-tarifas                     pic zz.zzz.zzz.zz9,99.
            03 f-valor-liquido                     pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-desconto.
            03 line 11 col 15   pic x(18) value "Bordero..........:".
            03 line 11 col 34   pic 9(09) from f-nr-bordero.
            03 line 11 col 52   pic x(18) value "Status...........:".
            03 line 11 col 71   pic x(20) from f-ds-status.
            03 line 13 col 15   pic x(18) value "Conta Bancaria...:".
            03 line 13 col 34   pic 9(03) from f-cd-conta-banco.
            03 line 13 col 38   pic x(30) from f-nome-banco.
            03 line 15 col 15   pic x(18) value "Vencimento ate...:".
            03 line 15 col 34   pic 9(02) from f-data-limite(01:02).
            03 line 15 col 37   pic 9(02) from f-data-limite(03:02).
            03 line 15 col 40   pic 9(04) from f-data-limite(05:04).
            03 line 15 col 52   pic x(18) value "Cliente (0=todos):".
            03 line 15 col 71   pic 9(09) from f-cd-cliente.
            03 line 17 col 15   pic x(18) value "Taxa % ao Mes....:".
            03 line 17 col 34   pic z9,9999 from f-taxa-mensal.
            03 line 17 col 52   pic x(18) value "Valor Pretendido.:".
            03 line 17 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-pretendido.
            03 line 19 col 15   pic x(18) value "Qtde Titulos.....:".
            03 line 19 col 34   pic zz9 from f-nr-titulos.
            03 line 19 col 52   pic x(18) value "Valor Bruto......:".
            03 line 19 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-bruto.
            03 line 21 col 15   pic x(18) value "Juros (Desagio)..:".
            03 line 21 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-juros.
            03 line 21 col 52   pic x(18) value "IOF..............:".
            03 line 21 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-iof.
            03 line 23 col 15   pic x(18) value "Tarifas..........:".
            03 line 23 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-tarifas.
            03 line 23 col 52   pic x(18) value "Valor Liquido....:".
            03 line 23 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-liquido.

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

            string lnk-dat-path delimited   by "  " "\EFD152.DAT" into wid-pd15200
            open i-o pd15200
            if   ws-arquivo-inexistente
                 open output pd15200
                 close pd15200
                 open i-o pd15200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD152.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD153.DAT" into wid-pd15300
            open i-o pd15300
            if   ws-arquivo-inexistente
                 open output pd15300
                 close pd15300
                 open i-o pd15300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD153.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd02600
            perform 9000-abrir-i-pd02800
            perform 9000-abrir-i-pd02900

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

            close pd15200
            close pd15300
            close pd02600
            close pd02800
            close pd02900

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
                     perform 2100-relatorio
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Borderô de desconto: boletos registrados na conta do banco (em
      *> pd02900, emitidos ou com remessa enviada) de títulos em aberto a
      *> vencer até a data limite, opcionalmente de um só cliente e até o
      *> valor pretendido. Juros simples pela taxa mensal sobre o prazo
      *> de cada título, IOF diário + adicional; o líquido entra na
      *> tesouraria e os títulos ficam marcados como descontados.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-conta-banco <> zeros
                 accept f-cd-conta-banco at line 13 col 34 with update auto-skip
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

            accept ws-data-hoje                    from date yyyymmdd
            compute ws-dias-hoje = function integer-of-date(ws-data-hoje)

            perform until exit
                 accept f-data-limite(01:02) at line 15 col 34 with update auto-skip
                 accept f-data-limite(03:02) at line 15 col 37 with update auto-skip
                 accept f-data-limite(05:04) at line 15 col 40 with update auto-skip
                 move f-data-limite                to ws-data
                 move ws-dia                       to ws-dia-inv
                 move ws-mes                       to ws-mes-inv
                 move ws-ano                       to ws-ano-inv
                 move ws-data-inv                  to ws-data-limite
                 if   ws-data-limite not greater ws-data-hoje
                      move "Vencimento limite deve ser posterior à data de hoje!" to ws-mensagem
                      perform 9000-mensagem
                 else
                      exit perform
                 end-if
            end-perform

            accept f-cd-cliente at line 15 col 71 with update auto-skip

            move zeros                             to ws-taxa-mensal
            perform until ws-taxa-mensal <> zeros
                 accept f-taxa-mensal at line 17 col 34 with update auto-skip
                 move f-taxa-mensal                to ws-taxa-mensal
            end-perform

            accept f-valor-pretendido at line 17 col 71 with update auto-skip
            move f-valor-pretendido                to ws-valor-pretendido

            perform 2200-selecionar-titulos
            if   ws-nr-titulos equal zeros
                 move "Nenhum boleto em aberto a vencer na janela para descontar!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-nr-titulos                     to f-nr-titulos
            move ws-valor-bruto                    to f-valor-bruto
            move ws-valor-juros                    to f-valor-juros
            move ws-valor-iof                      to f-valor-iof
            perform 8000-tela

      *>   IOF e tarifas conferidos com o extrato da operação do banco
            accept f-valor-iof at line 21 col 71 with update auto-skip
            move f-valor-iof                       to ws-valor-iof
            accept f-valor-tarifas at line 23 col 34 with update auto-skip
            move f-valor-tarifas                   to ws-valor-tarifas

            compute ws-valor-liquido = ws-valor-bruto - ws-valor-juros
                                     - ws-valor-iof - ws-valor-tarifas
            if   ws-valor-liquido not greater zeros
                 move "Encargos maiores que o valor dos títulos - operação inviável!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move ws-valor-liquido                  to f-valor-liquido
            perform 8000-tela

            perform 2300-imprimir-proposta

            move ws-valor-liquido                  to ws-valor-x
            move spaces                            to ws-mensagem
            string "Confirma o desconto de " ws-nr-titulos " título(s) com crédito líquido de R$ "
                   ws-valor-x "? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             lk-parametros-sequencia
            string "DESCONTO-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                 to lk-seq-valor-minimo
            move lk-parametros-sequencia           to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                 to lk-parametros-sequencia
            if   lk-seq-valor equal zeros
                 move "Erro na alocação do número do borderô de desconto!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f15200-bordero-desconto
            move lnk-cd-empresa                    to f15200-cd-empresa
            move lnk-cd-filial                     to f15200-cd-filial
            move lk-seq-valor                      to f15200-nr-bordero
            move f-cd-conta-banco                  to f15200-cd-conta-banco
            move ws-data-hoje                      to f15200-data-operacao
            move ws-taxa-mensal                    to f15200-taxa-mensal
            move ws-nr-titulos                     to f15200-nr-titulos
            move ws-nr-titulos                     to f15200-nr-titulos-pendentes
            move ws-valor-bruto                    to f15200-valor-bruto
            move ws-valor-juros                    to f15200-valor-juros
            move ws-valor-iof                      to f15200-valor-iof
            move ws-valor-tarifas                  to f15200-valor-tarifas
            move ws-valor-liquido                  to f15200-valor-liquido
            move lnk-id-usuario                    to f15200-id-usuario
            set  f15200-bordero-em-aberto          to true

            perform 9000-gravar-pd15200
            if   not ws-operacao-ok
                 string "Erro ao gravar borderô de desconto - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform varying ws-ix-titulo from 1 by 1
                    until ws-ix-titulo > ws-nr-titulos
                 perform 2400-gravar-titulo-descontado
            end-perform

            initialize                             lk-parametros-tesouraria
            move f15200-cd-conta-banco             to lk-tes-cd-conta-banco
            move "C"                               to lk-tes-tipo-movimento
            move f15200-valor-liquido              to lk-tes-valor-movimento
            string "DESCONTO DUPLICATAS BORDERO " f15200-nr-bordero into lk-tes-ds-historico
            move c-este-programa                   to lk-tes-ds-origem
            move lk-parametros-tesouraria          to lnk-linha-comando
            call c-lancar-tesouraria using lnk-par
            cancel c-lancar-tesouraria
            move lnk-linha-comando                 to lk-parametros-tesouraria

            perform 9000-move-registros-frame

            if   lk-tes-gravado
                 move "Borderô de desconto registrado e líquido lançado na tesouraria!" to ws-mensagem
            else
                 move "Borderô registrado - falha no lançamento da tesouraria, lance manualmente!" to ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-bordero
            if   not ws-bordero-encontrado
                 exit section
            end-if

            move f15200-valor-liquidado            to ws-valor-x
            move f15200-valor-recomprado           to ws-valor-2-x
            move spaces                            to ws-mensagem
            string "Pendentes: " f15200-nr-titulos-pendentes " - liquidado pelos sacados R$ " ws-valor-x
                   " - recomprado R$ " ws-valor-2-x into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Posição da coobrigação com os bancos: títulos descontados ainda
      *> não liquidados pelos sacados, por borderô.
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            move zeros                             to ws-nr-pendentes
            move zeros                             to ws-total-pendente

            perform 9000-abrir-relatorio

            move spaces                            to rl-linha-relatorio
            string "TITULOS DESCONTADOS EM ABERTO (COOBRIGACAO) - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "BORDERO   CONTA OPERACAO   NOSSO-NUMERO CLIENTE   DOCUMENTO PC VENCIMENTO             VALOR" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                             f15200-bordero-desconto
            move lnk-cd-empresa                    to f15200-cd-empresa
            move lnk-cd-filial                     to f15200-cd-filial
            perform 9000-str-pd15200-grt
            perform 9000-ler-pd15200-nex

            perform until not ws-operacao-ok
                          or f15200-cd-empresa <> lnk-cd-empresa
                          or f15200-cd-filial  <> lnk-cd-filial

                 if   f15200-bordero-em-aberto
                      perform 2500-listar-pendentes-bordero
                 end-if

                 perform 9000-ler-pd15200-nex

            end-perform

            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-pendentes                   to ws-quantidade-x
            move ws-total-pendente                 to ws-valor-x
            move spaces                            to rl-linha-relatorio
            string "TOTAL EM COOBRIGACAO: " ws-quantidade-x " TITULO(S) " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

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
                 move "03 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-desconto

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-desconto

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-localizar-bordero section.

            set ws-bordero-encontrado              to false

            perform until f-nr-bordero <> zeros
                 accept f-nr-bordero at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f15200-bordero-desconto
            move lnk-cd-empresa                    to f15200-cd-empresa
            move lnk-cd-filial                     to f15200-cd-filial
            move f-nr-bordero                      to f15200-nr-bordero
            perform 9000-ler-pd15200-ran
            if   not ws-operacao-ok
                 move "Borderô de desconto não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-bordero-encontrado              to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
       2200-selecionar-titulos section.

            initialize                             ws-tabela-titulos
            move zeros                             to ws-nr-titulos
                                                      ws-valor-bruto
                                                      ws-valor-juros
                                                      ws-valor-iof

            initialize                             f02900-boleto
            move lnk-cd-empresa                    to f02900-cd-empresa
            move lnk-cd-filial                     to f02900-cd-filial
            perform 9000-str-pd02900-grt
            perform 9000-ler-pd02900-nex

            perform until not ws-operacao-ok
                          or f02900-cd-empresa <> lnk-cd-empresa
                          or f02900-cd-filial  <> lnk-cd-filial
                          or ws-nr-titulos >= c-max-titulos-bordero

                 if  (f02900-boleto-emitido or f02900-boleto-remessa-enviada)
                 and  f02900-cd-conta-banco equal f-cd-conta-banco
                 and  f02900-data-vencimento greater ws-data-hoje
                 and  f02900-data-vencimento not greater ws-data-limite
                 and (f-cd-cliente equal zeros or f02900-cd-cliente equal f-cd-cliente)
                      perform 2210-avaliar-titulo
                 end-if

                 perform 9000-ler-pd02900-nex

            end-perform

       exit.

      *>=================================================================================
       2210-avaliar-titulo section.

            initialize                             f02600-conta-receber
            move f02900-cd-empresa                 to f02600-cd-empresa
            move f02900-cd-filial                  to f02600-cd-filial
            move f02900-cd-cliente                 to f02600-cd-cliente
            move f02900-numero-documento           to f02600-numero-documento
            move f02900-nr-parcela                 to f02600-nr-parcela
            perform 9000-ler-pd02600-ran
            if   not ws-operacao-ok
            or   not f02600-titulo-aberto
            or   f02600-titulo-descontado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            compute ws-saldo-titulo = f02600-valor-parcela - f02600-valor-pago
            if   ws-saldo-titulo equal zeros
                 exit section
            end-if

            if   ws-valor-pretendido greater zeros
            and  ws-valor-bruto + ws-saldo-titulo greater ws-valor-pretendido
                 exit section
            end-if

            add  1                                 to ws-nr-titulos
            move ws-nr-titulos                     to ws-ix-titulo
            move f02900-nosso-numero               to td-nosso-numero(ws-ix-titulo)
            move f02600-cd-cliente                 to td-cd-cliente(ws-ix-titulo)
            move f02600-numero-documento           to td-numero-documento(ws-ix-titulo)
            move f02600-nr-parcela                 to td-nr-parcela(ws-ix-titulo)
            move f02600-data-vencimento            to td-data-vencimento(ws-ix-titulo)
            move ws-saldo-titulo                   to td-valor-titulo(ws-ix-titulo)

            compute ws-dias-prazo = function integer-of-date(f02600-data-vencimento) - ws-dias-hoje
            move ws-dias-prazo                     to td-nr-dias(ws-ix-titulo)
            if   ws-dias-prazo greater c-max-dias-iof
                 move c-max-dias-iof               to ws-dias-iof
            else
                 move ws-dias-prazo                to ws-dias-iof
            end-if

            compute td-valor-juros(ws-ix-titulo) rounded =
                    ws-saldo-titulo * ws-taxa-mensal / 100 * ws-dias-prazo / 30
            compute td-valor-iof(ws-ix-titulo) rounded =
                    ws-saldo-titulo * ws-perc-iof-dia / 100 * ws-dias-iof
                  + ws-saldo-titulo * ws-perc-iof-adicional / 100

            add  ws-saldo-titulo                   to ws-valor-bruto
            add  td-valor-juros(ws-ix-titulo)      to ws-valor-juros
            add  td-valor-iof(ws-ix-titulo)        to ws-valor-iof

       exit.

      *>=================================================================================
       2300-imprimir-proposta section.

            perform 9000-abrir-relatorio

            move spaces                            to rl-linha-relatorio
            string "PROPOSTA DE DESCONTO DE DUPLICATAS - CONTA " f-cd-conta-banco " " f-nome-banco
                   " - TAXA " f-taxa-mensal "% AO MES" into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "NOSSO-NUMERO CLIENTE   DOCUMENTO PC VENCIMENTO DIAS             VALOR             JUROS               IOF" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-titulo from 1 by 1
                    until ws-ix-titulo > ws-nr-titulos
                 move td-valor-titulo(ws-ix-titulo) to ws-valor-x
                 move td-valor-juros(ws-ix-titulo)  to ws-valor-2-x
                 move td-valor-iof(ws-ix-titulo)    to ws-valor-3-x
                 move spaces                        to rl-linha-relatorio
                 string td-nosso-numero(ws-ix-titulo) "  " td-cd-cliente(ws-ix-titulo) " "
                        td-numero-documento(ws-ix-titulo) " " td-nr-parcela(ws-ix-titulo) " "
                        td-data-vencimento(ws-ix-titulo)(7:2) "/" td-data-vencimento(ws-ix-titulo)(5:2) "/"
                        td-data-vencimento(ws-ix-titulo)(1:4) " " td-nr-dias(ws-ix-titulo) " "
                        ws-valor-x " " ws-valor-2-x " " ws-valor-3-x
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-perform

            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            string "VALOR BRUTO.: " f-valor-bruto "   JUROS: " f-valor-juros into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            string "IOF.........: " f-valor-iof "   TARIFAS: " f-valor-tarifas into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            string "VALOR LIQUIDO A CREDITAR: " f-valor-liquido into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2400-gravar-titulo-descontado section.

            initialize                             f15300-titulo-descontado
            move f15200-cd-empresa                 to f15300-cd-empresa
            move f15200-cd-filial                  to f15300-cd-filial
            move f15200-nr-bordero                 to f15300-nr-bordero
            move ws-ix-titulo                      to f15300-nr-sequencia
            move td-nosso-numero(ws-ix-titulo)     to f15300-nosso-numero
            move td-cd-cliente(ws-ix-titulo)       to f15300-cd-cliente
            move td-numero-documento(ws-ix-titulo) to f15300-numero-documento
            move td-nr-parcela(ws-ix-titulo)       to f15300-nr-parcela
            move td-data-vencimento(ws-ix-titulo)  to f15300-data-vencimento
            move td-valor-titulo(ws-ix-titulo)     to f15300-valor-titulo
            move td-nr-dias(ws-ix-titulo)          to f15300-nr-dias
            move td-valor-juros(ws-ix-titulo)      to f15300-valor-juros
            move td-valor-iof(ws-ix-titulo)        to f15300-valor-iof
            move ws-data-hoje                      to f15300-data-situacao
            set  f15300-titulo-em-aberto           to true
            perform 9000-gravar-pd15300
            if   not ws-operacao-ok
                 string "Erro ao gravar título do borderô de desconto - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f02600-conta-receber
            move f15300-cd-empresa                 to f02600-cd-empresa
            move f15300-cd-filial                  to f02600-cd-filial
            move f15300-cd-cliente                 to f02600-cd-cliente
            move f15300-numero-documento           to f02600-numero-documento
            move f15300-nr-parcela                 to f02600-nr-parcela
            perform 9000-ler-pd02600-ran
            if   ws-operacao-ok
                 set  f02600-titulo-descontado     to true
                 perform 9000-regravar-pd02600
            end-if

       exit.

      *>=================================================================================
       2500-listar-pendentes-bordero section.

            initialize                             f15300-titulo-descontado
            move f15200-cd-empresa                 to f15300-cd-empresa
            move f15200-cd-filial                  to f15300-cd-filial
            move f15200-nr-bordero                 to f15300-nr-bordero
            perform 9000-str-pd15300-grt
            perform 9000-ler-pd15300-nex

            perform until not ws-operacao-ok
                          or f15300-cd-empresa <> f15200-cd-empresa
                          or f15300-cd-filial  <> f15200-cd-filial
                          or f15300-nr-bordero <> f15200-nr-bordero

                 if   f15300-titulo-em-aberto
                      add  1                       to ws-nr-pendentes
                      add  f15300-valor-titulo     to ws-total-pendente
                      move f15300-valor-titulo     to ws-valor-x
                      move spaces                  to rl-linha-relatorio
                      string f15200-nr-bordero " " f15200-cd-conta-banco "   "
                             f15200-data-operacao(7:2) "/" f15200-data-operacao(5:2) "/"
                             f15200-data-operacao(1:4) " " f15300-nosso-numero "  "
                             f15300-cd-cliente " " f15300-numero-documento " " f15300-nr-parcela " "
                             f15300-data-vencimento(7:2) "/" f15300-data-vencimento(5:2) "/"
                             f15300-data-vencimento(1:4) " " ws-valor-x
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-if

                 perform 9000-ler-pd15300-nex

            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-desconto
            move f15200-nr-bordero                 to f-nr-bordero
            evaluate true
                 when f15200-bordero-em-aberto
                      move "EM ABERTO"             to f-ds-status
                 when f15200-bordero-encerrado
                      move "ENCERRADO"             to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate
            move f15200-cd-conta-banco             to f-cd-conta-banco
            initialize                             f02800-conta-banco
            move f15200-cd-empresa                 to f02800-cd-empresa
            move f15200-cd-filial                  to f02800-cd-filial
            move f15200-cd-conta-banco             to f02800-cd-conta-banco
            perform 9000-ler-pd02800-ran
            if   ws-operacao-ok
                 move f02800-nome-banco            to f-nome-banco
            end-if
            move f15200-data-operacao              to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-limite
            move f15200-taxa-mensal                to f-taxa-mensal
            move f15200-nr-titulos                 to f-nr-titulos
            move f15200-valor-bruto                to f-valor-bruto
            move f15200-valor-juros                to f-valor-juros
            move f15200-valor-iof                  to f-valor-iof
            move f15200-valor-tarifas              to f-valor-tarifas
            move f15200-valor-liquido              to f-valor-liquido

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR15200.cpy.
       copy CSR15300.cpy.
       copy CSR02600.cpy.
       copy CSR02800.cpy.
       copy CSR02900.cpy.
