      $set sourceformat"free"
       program-id. CS20026S.
      *>=================================================================================
      *>
      *>        Estoque Parado e Obsolescência - com Provisão Gerencial
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS06000.cpy.
       copy CSS01800.cpy.
       copy CSS01900.cpy.
       copy CSS03800.cpy.
       copy CSS04700.cpy.
       copy CSS09200.cpy.
       copy CSS14200.cpy.
       copy CSS00901.cpy.

             select arqliquidacao assign to disk wid-arqliquidacao
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF06000.cpy.
       copy CSF01800.cpy.
       copy CSF01900.cpy.
       copy CSF03800.cpy.
       copy CSF04700.cpy.
       copy CSF09200.cpy.
       copy CSF14200.cpy.
       copy CSF00901.cpy.

       fd   arqliquidacao.

       01   rl-registro-liquidacao.
            03 rl-linha-liquidacao                 pic x(250).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS20026S".
       78   c-descricao-programa                   value "ESTOQUE PARADO".
       78   c-max-grupos                           value 500.
       78   c-dias-demanda-lote                    value 90.

       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-campos-trabalho.
            03 ws-data-base                        pic 9(08).
            03 ws-nr-dia-base                      pic 9(08).
            03 ws-data-inicio-demanda              pic 9(08).
            03 ws-data-ultima-entrada              pic 9(08).
            03 ws-data-ultima-saida                pic 9(08).
            03 ws-data-referencia                  pic 9(08).
            03 ws-nr-dias-parado                   pic 9(05).
            03 ws-nr-dias-validade                 pic s9(05).
            03 ws-dias-alerta-validade             pic 9(03).
            03 ws-faixa                            pic 9(01).
               88 ws-faixa-90                          value 1.
               88 ws-faixa-180                         value 2.
               88 ws-faixa-360                         value 3.
            03 ws-ds-faixa                         pic x(04).
            03 ws-qtde-saldo                       pic s9(09)v9(04).
            03 ws-valor-estoque                    pic 9(11)v9(02).
            03 ws-valor-provisao-item              pic 9(11)v9(02).
            03 ws-qtde-saida-periodo               pic 9(11)v9(04).
            03 ws-qtde-consumo-previsto            pic 9(11)v9(04).
            03 ws-qtde-excedente                   pic 9(09)v9(04).
            03 ws-id-saidas-apuradas               pic x(01).
               88 ws-saidas-apuradas                   value "S" false "N".
            03 ws-id-lancar                        pic x(01).
               88 ws-lancar-provisao                   value "S" "L".
            03 ws-ix                               pic 9(03) comp.
            03 ws-ix-faixa                         pic 9(01) comp.
            03 ws-nr-grupos                        pic 9(03).
            03 ws-nr-itens-parados                 pic 9(06).
            03 ws-nr-lotes-risco                   pic 9(06).
            03 ws-nr-sequencia                     pic 9(07).
            03 ws-valor-provisao-total             pic 9(11)v9(02).
            03 ws-saldo-provisao                   pic s9(11)v9(02).
            03 ws-valor-ajuste                     pic s9(11)v9(02).
            03 ws-qtde-x                           pic -zzz.zzz.zz9,99.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-valor-ajuste-x                   pic -z.zzz.zzz.zz9,99.
            03 ws-dias-x                           pic zzzz9.
            03 ws-dias-validade-x                  pic x(05).
            03 ws-qtde-consumo-x                   pic -zzz.zzz.zz9,99.
            03 ws-perc-x                           pic zz9,99.
            03 ws-contador-x                       pic zzzzz9.
            03 ws-data-entrada-x                   pic x(10).
            03 ws-data-saida-x                     pic x(10).
            03 ws-data-formatar                    pic 9(08).
            03 ws-data-formatada                   pic x(10).
            03 ws-qtde-arquivo                     pic 9(09),9(04).
            03 ws-valor-arquivo                    pic 9(11),9(02).
            03 ws-custo-arquivo                    pic 9(09),9(04).

      *> Percentual de provisão por faixa de dias sem saída:
      *> OBSOL-PERC-90 / -180 / -360 em pd04700 sobre os padrões
       01   ws-percentuais-provisao.
            03 ws-perc-faixa                       pic 9(03)v9(02) occurs 3 times.

      *> Contas gerenciais da provisão - CTB-CONTA-DESP-OBSOL (débito,
      *> despesa) e CTB-CONTA-PROV-OBSOL (crédito, redutora do estoque)
       01   ws-contas-provisao.
            03 ws-conta-despesa-obsolescencia      pic 9(05) value 42900.
            03 ws-conta-provisao-obsolescencia     pic 9(05) value 12900.

      *> Totais por depósito e categoria, por faixa
       01   ws-tabela-grupos.
            03 ws-grupo                            occurs 500 times.
               05 ws-grp-cd-deposito               pic 9(04).
               05 ws-grp-cd-categoria              pic 9(09).
               05 ws-grp-valor-faixa               pic 9(11)v9(02) occurs 3 times.
               05 ws-grp-valor-provisao            pic 9(11)v9(02).

       01   ws-totais-faixa.
            03 ws-tot-valor-faixa                  pic 9(11)v9(02) occurs 3 times.
            03 ws-tot-provisao-faixa               pic 9(11)v9(02) occurs 3 times.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

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
      *> Lançamento da provisão no gerencial: prompt em primeiro plano,
      *> "L" na primeira posição da linha de comando em lote; sem isso
      *> o relatório e o arquivo saem só para consulta.
       1000-inicializacao section.

            perform 9000-abrir-i-pd06000
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd01900
            perform 9000-abrir-i-pd03800
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-periodo-contabil

            string lnk-dat-path delimited   by "  " "\EFD092.DAT" into wid-pd09200
            open i-o pd09200
            if   ws-arquivo-inexistente
                 open output pd09200
                 close pd09200
                 open i-o pd09200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD092.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-base                     from date yyyymmdd
            compute ws-nr-dia-base = function integer-of-date(ws-data-base)
            compute ws-data-inicio-demanda =
                    function date-of-integer(ws-nr-dia-base - c-dias-demanda-lote)

            move "N"                                to ws-id-lancar
            if   lnk-execucao-foreground
                 display "Lanca provisao (S/N)...:"  at line 27 col 03
                 accept ws-id-lancar                at line 27 col 29 with update auto-skip
                 move function upper-case(ws-id-lancar) to ws-id-lancar
            else
                 move lnk-linha-comando(1:1)        to ws-id-lancar
            end-if

            initialize                              ws-tabela-grupos
                                                    ws-totais-faixa
            move zeros                              to ws-nr-grupos
                                                       ws-nr-itens-parados
                                                       ws-nr-lotes-risco
                                                       ws-valor-provisao-total

            perform 1100-carregar-parametros

       exit.

      *>=================================================================================
       1100-carregar-parametros section.

            move 25                                 to ws-perc-faixa(1)
            move 50                                 to ws-perc-faixa(2)
            move 100                                to ws-perc-faixa(3)
            move 60                                 to ws-dias-alerta-validade

            move "OBSOL-PERC-90"                    to f04700-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
            and  f04700-valor-numero not greater 100
                 move f04700-valor-numero           to ws-perc-faixa(1)
            end-if
            move "OBSOL-PERC-180"                   to f04700-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
            and  f04700-valor-numero not greater 100
                 move f04700-valor-numero           to ws-perc-faixa(2)
            end-if
            move "OBSOL-PERC-360"                   to f04700-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
            and  f04700-valor-numero not greater 100
                 move f04700-valor-numero           to ws-perc-faixa(3)
            end-if
            move "OBSOL-DIAS-VALIDADE"              to f04700-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
            and  f04700-valor-numero less 1000
                 move f04700-valor-numero           to ws-dias-alerta-validade
            end-if
            move "CTB-CONTA-DESP-OBSOL"             to f04700-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero           to ws-conta-despesa-obsolescencia
            end-if
            move "CTB-CONTA-PROV-OBSOL"             to f04700-cd-parametro
            perform 1110-ler-parametro
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero           to ws-conta-provisao-obsolescencia
            end-if

       exit.

      *>=================================================================================
       1110-ler-parametro section.

            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            perform 9000-ler-pd04700-ran
            if   not ws-operacao-ok
            or   not f04700-parametro-ativo
                 move zeros                        to f04700-valor-numero
            end-if

       exit.

      *>=================================================================================
      *> Saldos próprios com quantidade (consignado de terceiros não
      *> entra): dias desde a última saída - ou desde a última entrada
      *> quando nunca saiu; sem movimento no arquivo corrente conta como
      *> 360+. Faixas 90/180/360+ com provisão pelo percentual da faixa
      *> sobre o valor ao custo médio; lotes do saldo vencendo sem
      *> demanda que os consuma. Gera o arquivo para campanha de
      *> liquidação e, se pedido, lança o ajuste da provisão.
       2000-processamento section.

            perform 9000-abrir-relatorio
            perform 2050-abrir-arquivo-liquidacao

            move ws-data-base                       to ws-data-formatar
            perform 9000-formatar-data
            move spaces                             to rl-linha-relatorio
            string "ESTOQUE PARADO E OBSOLESCENCIA - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial " EM " ws-data-formatada
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "PRODUTO   DESCRICAO                      DEP  CATEGORIA          SALDO           VALOR ULT.ENTR.  ULT.SAIDA   DIAS FAIXA"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f06000-estoque
            move lnk-cd-empresa                     to f06000-cd-empresa
            move lnk-cd-filial                      to f06000-cd-filial
            perform 9000-str-pd06000-grt
            perform 9000-ler-pd06000-nex

            perform until not ws-operacao-ok
                          or f06000-cd-empresa <> lnk-cd-empresa
                          or f06000-cd-filial  <> lnk-cd-filial

                 if   f06000-estoque-proprio
                 and  f06000-qtde-disponivel greater zeros
                      perform 2100-avaliar-saldo
                 end-if

                 perform 9000-ler-pd06000-nex

            end-perform

            close arqliquidacao

            perform 2300-imprimir-resumo
            perform 2400-lotes-vencendo

            if   ws-lancar-provisao
                 perform 2500-lancar-provisao
            end-if

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "ARQUIVO PARA LIQUIDACAO: " wid-arqliquidacao into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            move ws-nr-itens-parados                to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       2050-abrir-arquivo-liquidacao section.

            move spaces                             to wid-arqliquidacao
            string lnk-int-path delimited by "  " "\LIQUIDACAO_"
                   lnk-cd-empresa "_" lnk-cd-filial "_" ws-data-base ".CSV"
                   delimited by "  " into wid-arqliquidacao

            open output arqliquidacao
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo de liquidação - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move spaces                             to rl-linha-liquidacao
            move "PRODUTO;DESCRICAO;DEPOSITO;CATEGORIA;QUANTIDADE;CUSTO MEDIO;VALOR;ULTIMA ENTRADA;ULTIMA SAIDA;DIAS SEM SAIDA;FAIXA"
                                                    to rl-linha-liquidacao
            write rl-registro-liquidacao

       exit.

      *>=================================================================================
       2100-avaliar-saldo section.

            perform 2110-ultimos-movimentos

            evaluate true
                 when ws-data-ultima-saida greater zeros
                      move ws-data-ultima-saida     to ws-data-referencia
                 when ws-data-ultima-entrada greater zeros
                      move ws-data-ultima-entrada   to ws-data-referencia
                 when other
                      move zeros                    to ws-data-referencia
            end-evaluate

            if   ws-data-referencia equal zeros
                 move 99999                         to ws-nr-dias-parado
            else
                 compute ws-nr-dias-parado =
                         ws-nr-dia-base - function integer-of-date(ws-data-referencia)
            end-if

            evaluate true
                 when ws-nr-dias-parado not less 360
                      set  ws-faixa-360             to true
                      move "360+"                   to ws-ds-faixa
                 when ws-nr-dias-parado not less 180
                      set  ws-faixa-180             to true
                      move "180"                    to ws-ds-faixa
                 when ws-nr-dias-parado not less 90
                      set  ws-faixa-90              to true
                      move "90"                     to ws-ds-faixa
                 when other
                      exit section
            end-evaluate

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move f06000-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move spaces                        to f01800-descricao-produto
                 move zeros                         to f01800-cd-categoria
            end-if

            move f06000-qtde-disponivel             to ws-qtde-saldo
            compute ws-valor-estoque rounded =
                    ws-qtde-saldo * f06000-custo-medio
            move ws-faixa                           to ws-ix-faixa
            compute ws-valor-provisao-item rounded =
                    ws-valor-estoque * ws-perc-faixa(ws-ix-faixa) / 100

            add  1                                  to ws-nr-itens-parados
            add  ws-valor-estoque                   to ws-tot-valor-faixa(ws-ix-faixa)
            add  ws-valor-provisao-item             to ws-tot-provisao-faixa(ws-ix-faixa)
            add  ws-valor-provisao-item             to ws-valor-provisao-total

            perform 2120-acumular-grupo

            move ws-data-ultima-entrada             to ws-data-formatar
            perform 9000-formatar-data
            move ws-data-formatada                  to ws-data-entrada-x
            move ws-data-ultima-saida               to ws-data-formatar
            perform 9000-formatar-data
            move ws-data-formatada                  to ws-data-saida-x

            move ws-qtde-saldo                      to ws-qtde-x
            move ws-valor-estoque                   to ws-valor-x
            move ws-nr-dias-parado                  to ws-dias-x
            move spaces                             to rl-linha-relatorio
            string f06000-cd-produto " " f01800-descricao-produto(1:30)
                   " " f06000-cd-deposito " " f01800-cd-categoria
                   " " ws-qtde-x " " ws-valor-x " " ws-data-entrada-x
                   " " ws-data-saida-x " " ws-dias-x " " ws-ds-faixa
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-qtde-saldo                      to ws-qtde-arquivo
            move f06000-custo-medio                 to ws-custo-arquivo
            move ws-valor-estoque                   to ws-valor-arquivo
            move spaces                             to rl-linha-liquidacao
            string f06000-cd-produto ";" f01800-descricao-produto delimited by "  "
                   ";" f06000-cd-deposito ";" f01800-cd-categoria ";"
                   ws-qtde-arquivo ";" ws-custo-arquivo ";" ws-valor-arquivo ";"
                   ws-data-entrada-x ";" ws-data-saida-x ";" ws-dias-x ";" ws-ds-faixa
                   delimited by size                into rl-linha-liquidacao
            write rl-registro-liquidacao

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Última entrada e última saída do produto/depósito: leitura de
      *> trás para frente no movimento (pd01900) até achar as duas.
       2110-ultimos-movimentos section.

            move zeros                              to ws-data-ultima-entrada
                                                       ws-data-ultima-saida

            initialize                              f01900-mov-estoque
            move f06000-cd-empresa                  to f01900-cd-empresa
            move f06000-cd-filial                   to f01900-cd-filial
            move f06000-cd-produto                  to f01900-cd-produto
            move f06000-cd-deposito                 to f01900-cd-deposito
            move 99999999                           to f01900-data-movimento
                                                       f01900-hora-movimento
            move 999999                             to f01900-nr-sequencia
            perform 9000-str-pd01900-ngrt
            if   ws-operacao-ok
                 perform 9000-ler-pd01900-pre
            end-if

            perform until not ws-operacao-ok
                          or f01900-cd-empresa  <> f06000-cd-empresa
                          or f01900-cd-filial   <> f06000-cd-filial
                          or f01900-cd-produto  <> f06000-cd-produto
                          or f01900-cd-deposito <> f06000-cd-deposito
                          or (ws-data-ultima-entrada greater zeros
                              and ws-data-ultima-saida greater zeros)

                 if   f01900-movimento-entrada
                 and  ws-data-ultima-entrada equal zeros
                      move f01900-data-movimento    to ws-data-ultima-entrada
                 end-if
                 if   f01900-movimento-saida
                 and  ws-data-ultima-saida equal zeros
                      move f01900-data-movimento    to ws-data-ultima-saida
                 end-if

                 perform 9000-ler-pd01900-pre

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2120-acumular-grupo section.

            perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-grupos
                 if   ws-grp-cd-deposito(ws-ix)  equal f06000-cd-deposito
                 and  ws-grp-cd-categoria(ws-ix) equal f01800-cd-categoria
                      exit perform
                 end-if
            end-perform

            if   ws-ix greater ws-nr-grupos
                 if   ws-nr-grupos not less c-max-grupos
                      exit section
                 end-if
                 add  1                             to ws-nr-grupos
                 move ws-nr-grupos                  to ws-ix
                 move f06000-cd-deposito            to ws-grp-cd-deposito(ws-ix)
                 move f01800-cd-categoria           to ws-grp-cd-categoria(ws-ix)
            end-if

            add  ws-valor-estoque                   to ws-grp-valor-faixa(ws-ix ws-ix-faixa)
            add  ws-valor-provisao-item             to ws-grp-valor-provisao(ws-ix)

       exit.

      *>=================================================================================
      *> Resumo por depósito/categoria e por faixa, com a provisão
       2300-imprimir-resumo section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "RESUMO POR DEPOSITO/CATEGORIA     VALOR 90-179 DIAS   VALOR 180-359 DIAS      VALOR 360+ DIAS             PROVISAO"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-grupos
                 move spaces                        to rl-linha-relatorio
                 string "DEP " ws-grp-cd-deposito(ws-ix) " CAT " ws-grp-cd-categoria(ws-ix)
                                                    into rl-linha-relatorio
                 move ws-grp-valor-faixa(ws-ix 1)   to ws-valor-x
                 move ws-valor-x                    to rl-linha-relatorio(35:17)
                 move ws-grp-valor-faixa(ws-ix 2)   to ws-valor-x
                 move ws-valor-x                    to rl-linha-relatorio(56:17)
                 move ws-grp-valor-faixa(ws-ix 3)   to ws-valor-x
                 move ws-valor-x                    to rl-linha-relatorio(77:17)
                 move ws-grp-valor-provisao(ws-ix)  to ws-valor-x
                 move ws-valor-x                    to rl-linha-relatorio(98:17)
                 perform 9000-imprimir-linha-relatorio
            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-faixa from 1 by 1 until ws-ix-faixa > 3
                 move spaces                        to rl-linha-relatorio
                 evaluate ws-ix-faixa
                      when 1 move "FAIXA 90-179 DIAS "  to rl-linha-relatorio
                      when 2 move "FAIXA 180-359 DIAS"  to rl-linha-relatorio
                      when 3 move "FAIXA 360+ DIAS   "  to rl-linha-relatorio
                 end-evaluate
                 move ws-tot-valor-faixa(ws-ix-faixa) to ws-valor-x
                 move "VALOR"                       to rl-linha-relatorio(21:5)
                 move ws-valor-x                    to rl-linha-relatorio(27:17)
                 move ws-perc-faixa(ws-ix-faixa)    to ws-perc-x
                 move "PERC"                        to rl-linha-relatorio(46:4)
                 move ws-perc-x                     to rl-linha-relatorio(51:6)
                 move ws-tot-provisao-faixa(ws-ix-faixa) to ws-valor-x
                 move "PROVISAO"                    to rl-linha-relatorio(60:8)
                 move ws-valor-x                    to rl-linha-relatorio(69:17)
                 perform 9000-imprimir-linha-relatorio
            end-perform

            move ws-nr-itens-parados                to ws-contador-x
            move ws-valor-provisao-total            to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "SALDOS PARADOS: " ws-contador-x "   PROVISAO TOTAL: " ws-valor-x
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Lotes com saldo vencendo em até OBSOL-DIAS-VALIDADE dias (padrão
      *> 60) cuja saída média dos últimos 90 dias no depósito não
      *> consome o lote até a validade - o excedente é a sobra provável.
       2400-lotes-vencendo section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "LOTES VENCENDO SEM DEMANDA - PRODUTO DEP  LOTE                 VALIDADE        SALDO LOTE  CONSUMO PREVISTO  DIAS"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f03800-lote
            move lnk-cd-empresa                     to f03800-cd-empresa
            move lnk-cd-filial                      to f03800-cd-filial
            perform 9000-str-pd03800-grt
            perform 9000-ler-pd03800-nex

            perform until not ws-operacao-ok
                          or f03800-cd-empresa <> lnk-cd-empresa
                          or f03800-cd-filial  <> lnk-cd-filial

                 if   f03800-qtde-lote greater zeros
                 and  f03800-data-validade greater zeros
                      compute ws-nr-dias-validade =
                              function integer-of-date(f03800-data-validade) - ws-nr-dia-base
                      if   ws-nr-dias-validade not greater ws-dias-alerta-validade
                           perform 2410-avaliar-lote
                      end-if
                 end-if

                 perform 9000-ler-pd03800-nex

            end-perform

            move ws-nr-lotes-risco                  to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "LOTES EM RISCO DE VENCIMENTO: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2410-avaliar-lote section.

            move zeros                              to ws-qtde-saida-periodo

            initialize                              f01900-mov-estoque
            move f03800-cd-empresa                  to f01900-cd-empresa
            move f03800-cd-filial                   to f01900-cd-filial
            move f03800-cd-produto                  to f01900-cd-produto
            move f03800-cd-deposito                 to f01900-cd-deposito
            move ws-data-inicio-demanda             to f01900-data-movimento
            perform 9000-str-pd01900-grt
            perform 9000-ler-pd01900-nex

            perform until not ws-operacao-ok
                          or f01900-cd-empresa  <> f03800-cd-empresa
                          or f01900-cd-filial   <> f03800-cd-filial
                          or f01900-cd-produto  <> f03800-cd-produto
                          or f01900-cd-deposito <> f03800-cd-deposito

                 if   f01900-movimento-saida
                      if   f01900-qtde-movimento less zeros
                           subtract f01900-qtde-movimento from ws-qtde-saida-periodo
                      else
                           add  f01900-qtde-movimento to ws-qtde-saida-periodo
                      end-if
                 end-if

                 perform 9000-ler-pd01900-nex

            end-perform

            if   ws-nr-dias-validade greater zeros
                 compute ws-qtde-consumo-previsto rounded =
                         ws-qtde-saida-periodo * ws-nr-dias-validade / c-dias-demanda-lote
            else
                 move zeros                         to ws-qtde-consumo-previsto
            end-if

            if   ws-qtde-consumo-previsto not less f03800-qtde-lote
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            add  1                                  to ws-nr-lotes-risco

            move f03800-data-validade               to ws-data-formatar
            perform 9000-formatar-data
            move f03800-qtde-lote                   to ws-qtde-x
            move ws-qtde-consumo-previsto           to ws-qtde-consumo-x
            if   ws-nr-dias-validade less zeros
                 move "VENC."                       to ws-dias-validade-x
            else
                 move ws-nr-dias-validade           to ws-dias-x
                 move ws-dias-x                     to ws-dias-validade-x
            end-if
            move spaces                             to rl-linha-relatorio
            string "                          " f03800-cd-produto " " f03800-cd-deposito
                   " " f03800-nr-lote " " ws-data-formatada " " ws-qtde-x
                   "  " ws-qtde-consumo-x " " ws-dias-validade-x
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Ajuste da provisão: a provisão calculada menos o saldo já
      *> lançado por esta rotina (créditos menos débitos na conta de
      *> provisão); aumento D despesa C provisão, reversão o inverso.
       2500-lancar-provisao section.

            move ws-data-base(1:6)                  to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil
            if   ws-periodo-contabil-fechado
                 move spaces                        to rl-linha-relatorio
                 string "COMPETENCIA " ws-ano-mes-contabil
                        " FECHADA NA CONTABILIDADE - PROVISAO NAO LANCADA" into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
                 exit section
            end-if

            move zeros                              to ws-saldo-provisao

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            perform 9000-str-pd09200-grt
            perform 9000-ler-pd09200-nex

            perform until not ws-operacao-ok
                          or f09200-cd-empresa <> lnk-cd-empresa
                          or f09200-cd-filial  <> lnk-cd-filial

                 if   f09200-ds-origem equal c-este-programa
                      if   f09200-cd-conta-credito equal ws-conta-provisao-obsolescencia
                           add  f09200-valor-lancamento to ws-saldo-provisao
                      end-if
                      if   f09200-cd-conta-debito equal ws-conta-provisao-obsolescencia
                           subtract f09200-valor-lancamento from ws-saldo-provisao
                      end-if
                 end-if

                 perform 9000-ler-pd09200-nex

            end-perform

            compute ws-valor-ajuste = ws-valor-provisao-total - ws-saldo-provisao

            move ws-valor-ajuste                    to ws-valor-ajuste-x
            move spaces                             to rl-linha-relatorio
            string "AJUSTE DA PROVISAO PARA OBSOLESCENCIA LANCADO NO GERENCIAL: " ws-valor-ajuste-x
                                                    into rl-linha-relatorio

            if   ws-valor-ajuste equal zeros
                 move "PROVISAO PARA OBSOLESCENCIA SEM ALTERACAO - NADA A LANCAR" to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            initialize                              f09200-lancamento-gerencial
            if   ws-valor-ajuste greater zeros
                 move ws-conta-despesa-obsolescencia  to f09200-cd-conta-debito
                 move ws-conta-provisao-obsolescencia to f09200-cd-conta-credito
                 move ws-valor-ajuste               to f09200-valor-lancamento
                 move "CONSTITUICAO PROVISAO OBSOLESCENCIA ESTOQUE" to f09200-ds-historico
            else
                 move ws-conta-provisao-obsolescencia to f09200-cd-conta-debito
                 move ws-conta-despesa-obsolescencia  to f09200-cd-conta-credito
                 compute f09200-valor-lancamento = ws-valor-ajuste * -1
                 move "REVERSAO PROVISAO OBSOLESCENCIA ESTOQUE" to f09200-ds-historico
            end-if

            move zeros                              to ws-nr-sequencia
            add  1                                  to ws-nr-sequencia
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            move ws-data-base                       to f09200-data-lancamento
            move ws-nr-sequencia                    to f09200-nr-sequencia
            move c-este-programa                    to f09200-ds-origem
            move lnk-id-usuario                     to f09200-id-usuario

            perform 9000-gravar-pd09200
            perform until not ws-registro-existente
                 add  1                             to ws-nr-sequencia
                 move ws-nr-sequencia               to f09200-nr-sequencia
                 perform 9000-gravar-pd09200
            end-perform

            if   ws-operacao-ok
                 perform 9000-imprimir-linha-relatorio
            else
                 move spaces                        to rl-linha-relatorio
                 string "ERRO AO GRAVAR LANCAMENTO DA PROVISAO - " ws-resultado-acesso
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-erros                 to true
            end-if

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
       3000-finalizacao section.

            close pd06000
            close pd01800
            close pd01900
            close pd03800
            close pd04700
            close pd09200
            close pd14200

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.
       copy CSP14200.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR06000.cpy.
       copy CSR01800.cpy.
       copy CSR01900.cpy.
       copy CSR03800.cpy.
       copy CSR04700.cpy.
       copy CSR09200.cpy.
       copy CSR14200.cpy.
