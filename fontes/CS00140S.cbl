      $set sourceformat"free"
       program-id. CS00140S.
      *>=================================================================================
      *>
      *>        Provisão Mensal para Devedores Duvidosos (PDD) a partir do Aging
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS15400.cpy.
       copy CSS15500.cpy.
       copy CSS02600.cpy.
       copy CSS01400.cpy.
       copy CSS09200.cpy.
       copy CSS04700.cpy.
       copy CSS14200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF15400.cpy.
       copy CSF15500.cpy.
       copy CSF02600.cpy.
       copy CSF01400.cpy.
       copy CSF09200.cpy.
       copy CSF04700.cpy.
       copy CSF14200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00140S".
       78   c-descricao-programa                   value "PDD MENSAL".
       78   c-max-regras                           value 100.

       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-pdd                      pic 9(06).
            03 filler redefines ws-ano-mes-pdd.
               05 ws-ano-pdd                       pic 9(04).
               05 ws-mes-pdd                       pic 9(02).
            03 ws-ano-mes-anterior                 pic 9(06).
            03 filler redefines ws-ano-mes-anterior.
               05 ws-ano-anterior                  pic 9(04).
               05 ws-mes-anterior                  pic 9(02).
            03 ws-data-final                       pic 9(08).
            03 ws-ultimo-dia                       pic 9(02).
            03 ws-resto-bissexto                   pic 9(04).
            03 ws-quociente-bissexto               pic 9(04).
            03 ws-dias-referencia                  pic 9(09).
            03 ws-dias-atraso                      pic s9(05).
            03 ws-dias-faixa                       pic 9(05).
            03 ws-nr-sequencia                     pic 9(07).
            03 ws-cd-parametro                     pic x(20).
            03 ws-cd-cliente-atual                 pic 9(09).
            03 ws-id-status-cliente                pic x(01).
            03 ws-saldo-titulo                     pic 9(09)v9(02).
            03 ws-perc-provisao                    pic 9(03)v9(02).
            03 ws-valor-provisao                   pic 9(09)v9(02).
            03 ws-valor-anterior                   pic 9(09)v9(02).
            03 ws-valor-variacao                   pic s9(09)v9(02).
            03 ws-valor-lancamento                 pic 9(11)v9(02).
            03 ws-conta-debito                     pic 9(05).
            03 ws-conta-credito                    pic 9(05).
            03 ws-ds-historico                     pic x(55).
            03 ws-ix-regra                         pic 9(03).
            03 ws-nr-regras                        pic 9(03).
            03 ws-id-regra                         pic x(01).
               88 ws-regra-encontrada                   value "S" false "N".
            03 ws-id-competencia                   pic x(01).
               88 ws-competencia-apurada                value "S" false "N".
            03 ws-id-primeiro-cliente              pic x(01).
               88 ws-primeiro-cliente                   value "S" false "N".
            03 ws-chave-anterior.
               05 ws-ant-cd-cliente                pic 9(09).
               05 ws-ant-numero-documento          pic 9(09).
               05 ws-ant-nr-parcela                pic 9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-perc-x                           pic zz9,99.
            03 ws-dias-x                           pic -----9.

      *> Regras ativas da empresa/filial na ordem da chave: situação do
      *> cliente e limite da faixa de atraso
       01   ws-tabela-regras.
            03 ws-regra                            occurs 100 times.
               05 rg-id-status-cliente             pic x(01).
               05 rg-dias-atraso-ate               pic 9(05).
               05 rg-perc-provisao                 pic 9(03)v9(02).

       01   ws-movimento-pdd.
            03 ws-mov-saldo-anterior               pic 9(11)v9(02).
            03 ws-mov-saldo-atual                  pic 9(11)v9(02).
            03 ws-mov-novas                        pic 9(11)v9(02).
            03 ws-mov-complementos                 pic 9(11)v9(02).
            03 ws-mov-reversoes                    pic 9(11)v9(02).
            03 ws-mov-baixas-perda                 pic 9(11)v9(02).
            03 ws-mov-nr-titulos                   pic 9(05).

       01   ws-totais-cliente.
            03 ws-cli-saldo-titulos                pic 9(11)v9(02).
            03 ws-cli-provisao-anterior            pic 9(11)v9(02).
            03 ws-cli-provisao-atual               pic 9(11)v9(02).

      *> Contas gerenciais da PDD - parâmetros CTB-* em pd04700, com os
      *> padrões do plano sugerido quando não parametrizado
       01   ws-contas-pdd.
            03 ws-conta-despesa-pdd                pic 9(05) value 42600.
            03 ws-conta-provisao-pdd               pic 9(05) value 11900.
            03 ws-conta-reversao-pdd               pic 9(05) value 33000.
            03 ws-conta-clientes                   pic 9(05) value 11200.

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
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD154.DAT" into wid-pd15400
            open input pd15400
            if   ws-arquivo-inexistente
                 open output pd15400
                 close pd15400
                 open input pd15400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD154.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD155.DAT" into wid-pd15500
            open i-o pd15500
            if   ws-arquivo-inexistente
                 open output pd15500
                 close pd15500
                 open i-o pd15500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD155.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

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

            perform 9000-abrir-i-pd02600
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-periodo-contabil

      *> Competência padrão: mês anterior ao corrente
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-pdd
            if   ws-mes-pdd equal 01
                 move 12                            to ws-mes-pdd
                 subtract 1                         from ws-ano-pdd
            else
                 subtract 1                         from ws-mes-pdd
            end-if

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-pdd              at line 27 col 29 with update auto-skip
            end-if

            move ws-ano-mes-pdd                     to ws-ano-mes-anterior
            if   ws-mes-anterior equal 01
                 move 12                            to ws-mes-anterior
                 subtract 1                         from ws-ano-anterior
            else
                 subtract 1                         from ws-mes-anterior
            end-if

            perform 1100-ultimo-dia-mes
            compute ws-data-final = ws-ano-mes-pdd * 100 + ws-ultimo-dia
            compute ws-dias-referencia = function integer-of-date(ws-data-final)

            perform 1200-carregar-contas-pdd
            perform 1300-carregar-regras

            initialize                              ws-movimento-pdd

       exit.

      *>=================================================================================
      *> A provisão é datada e o atraso contado no último dia da
      *> competência
       1100-ultimo-dia-mes section.

            evaluate ws-mes-pdd
                 when 02
                      divide ws-ano-pdd by 4 giving ws-quociente-bissexto
                             remainder ws-resto-bissexto
                      if   ws-resto-bissexto equal zeros
                           move 29                  to ws-ultimo-dia
                      else
                           move 28                  to ws-ultimo-dia
                      end-if
                 when 04
                 when 06
                 when 09
                 when 11
                      move 30                       to ws-ultimo-dia
                 when other
                      move 31                       to ws-ultimo-dia
            end-evaluate

       exit.

      *>=================================================================================
       1200-carregar-contas-pdd section.

            move "CTB-CONTA-DESP-PDD"              to f04700-cd-parametro
            perform 1210-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-despesa-pdd
            end-if
            move "CTB-CONTA-PDD"                   to f04700-cd-parametro
            perform 1210-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-provisao-pdd
            end-if
            move "CTB-CONTA-REVERS-PDD"            to f04700-cd-parametro
            perform 1210-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-reversao-pdd
            end-if
            move "CTB-CONTA-CLIENTES"              to f04700-cd-parametro
            perform 1210-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-clientes
            end-if

       exit.

      *>=================================================================================
       1210-ler-parametro-conta section.

            move f04700-cd-parametro               to ws-cd-parametro
            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move ws-cd-parametro                   to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   not ws-operacao-ok
            or   not f04700-parametro-ativo
                 move zeros                        to f04700-valor-numero
            end-if

       exit.

      *>=================================================================================
       1300-carregar-regras section.

            initialize                              ws-tabela-regras
            move zeros                              to ws-nr-regras

            initialize                              f15400-regra-pdd
            move lnk-cd-empresa                     to f15400-cd-empresa
            move lnk-cd-filial                      to f15400-cd-filial
            perform 9000-str-pd15400-grt
            perform 9000-ler-pd15400-nex

            perform until not ws-operacao-ok
                          or f15400-cd-empresa <> lnk-cd-empresa
                          or f15400-cd-filial  <> lnk-cd-filial
                          or ws-nr-regras >= c-max-regras

                 if   f15400-regra-ativa
                      add  1                        to ws-nr-regras
                      move f15400-id-status-cliente to rg-id-status-cliente(ws-nr-regras)
                      move f15400-dias-atraso-ate   to rg-dias-atraso-ate(ws-nr-regras)
                      move f15400-perc-provisao     to rg-perc-provisao(ws-nr-regras)
                 end-if

                 perform 9000-ler-pd15400-nex

            end-perform

       exit.

      *>=================================================================================
      *> Apuração da PDD da competência (uma vez por mês - competência já
      *> apurada não é refeita):
      *>   cada título em aberto recebe o percentual da regra da situação
      *>   do cliente (ou da regra geral) para a sua faixa de atraso no
      *>   último dia do mês e é gravado em pd15500 com a provisão da
      *>   competência anterior;
      *>   títulos provisionados no mês anterior que saíram da carteira
      *>   entram como revertidos (recebidos/renegociados) ou baixados
      *>   contra a provisão (perda em CS50001C);
      *>   lançamentos: constituição D despesa PDD / C PDD, reversão
      *>   D PDD / C reversão de PDD, baixa por perda D PDD / C clientes
      *>   (CTB-CONTA-DESP-PDD, CTB-CONTA-PDD, CTB-CONTA-REVERS-PDD,
      *>   CTB-CONTA-CLIENTES).
       2000-processamento section.

            move ws-ano-mes-pdd                     to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil
            if   ws-periodo-contabil-fechado
                 move spaces                        to ws-mensagem
                 string "Competência " ws-ano-mes-contabil " fechada na contabilidade - PDD não apurada, reabra o período (CS10051C)." into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            if   ws-nr-regras equal zeros
                 move "Nenhuma regra de PDD ativa - cadastre as regras no CS10053C." to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 2050-verificar-competencia
            if   ws-competencia-apurada
                 move spaces                        to ws-mensagem
                 string "PDD da competência " ws-mes-pdd "/" ws-ano-pdd " já apurada." into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
                 exit section
            end-if

            perform 2100-calcular-provisao

            perform 2200-titulos-baixados

            perform 2300-lancar-pdd

            perform 2400-relatorio

            move ws-mov-nr-titulos                  to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       2050-verificar-competencia section.

            set  ws-competencia-apurada             to false

            initialize                              f15500-pdd-titulo
            move lnk-cd-empresa                     to f15500-cd-empresa
            move lnk-cd-filial                      to f15500-cd-filial
            move ws-ano-mes-pdd                     to f15500-ano-mes
            perform 9000-str-pd15500-grt
            perform 9000-ler-pd15500-nex

            if   ws-operacao-ok
            and  f15500-cd-empresa equal lnk-cd-empresa
            and  f15500-cd-filial  equal lnk-cd-filial
            and  f15500-ano-mes    equal ws-ano-mes-pdd
                 set  ws-competencia-apurada        to true
            end-if

       exit.

      *>=================================================================================
       2100-calcular-provisao section.

            move zeros                              to ws-cd-cliente-atual
            set  ws-primeiro-cliente                to true

            initialize                              f02600-conta-receber
            move lnk-cd-empresa                     to f02600-cd-empresa
            move lnk-cd-filial                      to f02600-cd-filial
            perform 9000-str-pd02600-grt
            perform 9000-ler-pd02600-nex

            perform until not ws-operacao-ok
                          or f02600-cd-empresa <> lnk-cd-empresa
                          or f02600-cd-filial  <> lnk-cd-filial

                 if   f02600-cd-cliente not equal ws-cd-cliente-atual
                 or   ws-primeiro-cliente
                      set  ws-primeiro-cliente      to false
                      move f02600-cd-cliente        to ws-cd-cliente-atual
                      perform 2110-situacao-cliente
                 end-if

                 if   not f02600-titulo-pago
                 and  not f02600-titulo-perda
                 and  not f02600-titulo-renegociado
                 and  f02600-valor-parcela greater f02600-valor-pago
                      perform 2120-provisionar-titulo
                 end-if

                 perform 9000-ler-pd02600-nex

            end-perform

       exit.

      *>=================================================================================
       2110-situacao-cliente section.

            initialize                              f01400-cliente
            move lnk-cd-empresa                     to f01400-cd-empresa
            move lnk-cd-filial                      to f01400-cd-filial
            move ws-cd-cliente-atual                to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   ws-operacao-ok
                 move f01400-id-status              to ws-id-status-cliente
            else
                 move spaces                        to ws-id-status-cliente
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2120-provisionar-titulo section.

            compute ws-saldo-titulo = f02600-valor-parcela - f02600-valor-pago
            compute ws-dias-atraso = ws-dias-referencia
                                   - function integer-of-date(f02600-data-vencimento)

            perform 2130-localizar-regra

            compute ws-valor-provisao rounded = ws-saldo-titulo * ws-perc-provisao / 100

      *>   Provisão da competência anterior do mesmo título
            initialize                              f15500-pdd-titulo
            move f02600-cd-empresa                  to f15500-cd-empresa
            move f02600-cd-filial                   to f15500-cd-filial
            move ws-ano-mes-anterior                to f15500-ano-mes
            move f02600-cd-cliente                  to f15500-cd-cliente
            move f02600-numero-documento            to f15500-numero-documento
            move f02600-nr-parcela                  to f15500-nr-parcela
            perform 9000-ler-pd15500-ran
            if   ws-operacao-ok
                 move f15500-valor-provisao         to ws-valor-anterior
            else
                 move zeros                         to ws-valor-anterior
            end-if

            if   ws-valor-provisao equal zeros
            and  ws-valor-anterior equal zeros
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            initialize                              f15500-pdd-titulo
            move f02600-cd-empresa                  to f15500-cd-empresa
            move f02600-cd-filial                   to f15500-cd-filial
            move ws-ano-mes-pdd                     to f15500-ano-mes
            move f02600-cd-cliente                  to f15500-cd-cliente
            move f02600-numero-documento            to f15500-numero-documento
            move f02600-nr-parcela                  to f15500-nr-parcela
            move ws-id-status-cliente               to f15500-id-status-cliente
            move f02600-data-vencimento             to f15500-data-vencimento
            move ws-dias-atraso                     to f15500-dias-atraso
            move ws-saldo-titulo                    to f15500-saldo-titulo
            move ws-perc-provisao                   to f15500-perc-provisao
            move ws-valor-provisao                  to f15500-valor-provisao
            move ws-valor-anterior                  to f15500-valor-provisao-anterior

            evaluate true
                 when ws-valor-provisao equal zeros
                      set  f15500-provisao-revertida to true
                      add  ws-valor-anterior         to ws-mov-reversoes
                 when ws-valor-anterior equal zeros
                      set  f15500-provisao-nova      to true
                      add  ws-valor-provisao         to ws-mov-novas
                 when other
                      set  f15500-provisao-mantida   to true
                      compute ws-valor-variacao = ws-valor-provisao - ws-valor-anterior
                      if   ws-valor-variacao greater zeros
                           add  ws-valor-variacao    to ws-mov-complementos
                      else
                           subtract ws-valor-variacao from ws-mov-reversoes
                      end-if
            end-evaluate

            add  ws-valor-anterior                  to ws-mov-saldo-anterior
            add  ws-valor-provisao                  to ws-mov-saldo-atual
            add  1                                  to ws-mov-nr-titulos

            perform 9000-gravar-pd15500
            if   not ws-operacao-ok
                 string "Erro ao gravar PDD do título - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Primeira regra da situação do cliente cujo limite cobre o
      *> atraso; sem regra própria vale a regra geral (situação espaço).
       2130-localizar-regra section.

            if   ws-dias-atraso greater zeros
                 move ws-dias-atraso                to ws-dias-faixa
            else
                 move zeros                         to ws-dias-faixa
            end-if

            move zeros                              to ws-perc-provisao
            set  ws-regra-encontrada                to false

            perform varying ws-ix-regra from 1 by 1
                    until ws-ix-regra > ws-nr-regras
                       or ws-regra-encontrada
                 if   rg-id-status-cliente(ws-ix-regra) equal ws-id-status-cliente
                 and  rg-dias-atraso-ate(ws-ix-regra) not less ws-dias-faixa
                      set  ws-regra-encontrada      to true
                      move rg-perc-provisao(ws-ix-regra) to ws-perc-provisao
                 end-if
            end-perform

            if   ws-regra-encontrada
                 exit section
            end-if

            perform varying ws-ix-regra from 1 by 1
                    until ws-ix-regra > ws-nr-regras
                       or ws-regra-encontrada
                 if   rg-id-status-cliente(ws-ix-regra) equal spaces
                 and  rg-dias-atraso-ate(ws-ix-regra) not less ws-dias-faixa
                      set  ws-regra-encontrada      to true
                      move rg-perc-provisao(ws-ix-regra) to ws-perc-provisao
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Títulos com provisão no mês anterior que não estão mais em
      *> aberto: a leitura do mês corrente desposiciona o arquivo, então
      *> a leitura sequencial é retomada a partir da chave guardada.
       2200-titulos-baixados section.

            initialize                              f15500-pdd-titulo
            move lnk-cd-empresa                     to f15500-cd-empresa
            move lnk-cd-filial                      to f15500-cd-filial
            move ws-ano-mes-anterior                to f15500-ano-mes
            perform 9000-str-pd15500-grt
            perform 9000-ler-pd15500-nex

            perform until not ws-operacao-ok
                          or f15500-cd-empresa <> lnk-cd-empresa
                          or f15500-cd-filial  <> lnk-cd-filial
                          or f15500-ano-mes    <> ws-ano-mes-anterior

                 if   f15500-valor-provisao greater zeros
                      move f15500-cd-cliente        to ws-ant-cd-cliente
                      move f15500-numero-documento  to ws-ant-numero-documento
                      move f15500-nr-parcela        to ws-ant-nr-parcela
                      perform 2210-verificar-titulo-baixado
                      initialize                    f15500-pdd-titulo
                      move lnk-cd-empresa           to f15500-cd-empresa
                      move lnk-cd-filial            to f15500-cd-filial
                      move ws-ano-mes-anterior      to f15500-ano-mes
                      move ws-ant-cd-cliente        to f15500-cd-cliente
                      move ws-ant-numero-documento  to f15500-numero-documento
                      move ws-ant-nr-parcela        to f15500-nr-parcela
                      perform 9000-str-pd15500-grt
                 end-if

                 perform 9000-ler-pd15500-nex

            end-perform

       exit.

      *>=================================================================================
       2210-verificar-titulo-baixado section.

            move f15500-valor-provisao              to ws-valor-anterior

            move ws-ano-mes-pdd                     to f15500-ano-mes
            perform 9000-ler-pd15500-ran
            if   ws-operacao-ok
                 exit section
            end-if

            initialize                              f02600-conta-receber
            move lnk-cd-empresa                     to f02600-cd-empresa
            move lnk-cd-filial                      to f02600-cd-filial
            move ws-ant-cd-cliente                  to f02600-cd-cliente
            move ws-ant-numero-documento            to f02600-numero-documento
            move ws-ant-nr-parcela                  to f02600-nr-parcela
            perform 9000-ler-pd02600-ran

            initialize                              f15500-pdd-titulo
            move lnk-cd-empresa                     to f15500-cd-empresa
            move lnk-cd-filial                      to f15500-cd-filial
            move ws-ano-mes-pdd                     to f15500-ano-mes
            move ws-ant-cd-cliente                  to f15500-cd-cliente
            move ws-ant-numero-documento            to f15500-numero-documento
            move ws-ant-nr-parcela                  to f15500-nr-parcela
            move zeros                              to f15500-valor-provisao
            move ws-valor-anterior                  to f15500-valor-provisao-anterior
            if   ws-operacao-ok
                 move f02600-data-vencimento        to f15500-data-vencimento
            end-if

            if   ws-operacao-ok
            and  f02600-titulo-perda
                 set  f15500-provisao-baixada-perda to true
                 compute f15500-saldo-titulo = f02600-valor-parcela - f02600-valor-pago
                 add  ws-valor-anterior             to ws-mov-baixas-perda
            else
                 set  f15500-provisao-revertida     to true
                 add  ws-valor-anterior             to ws-mov-reversoes
            end-if

            add  ws-valor-anterior                  to ws-mov-saldo-anterior
            add  1                                  to ws-mov-nr-titulos

            perform 9000-gravar-pd15500
            if   not ws-operacao-ok
                 string "Erro ao gravar baixa da PDD do título - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2300-lancar-pdd section.

            move zeros                              to ws-nr-sequencia

            compute ws-valor-lancamento = ws-mov-novas + ws-mov-complementos
            if   ws-valor-lancamento greater zeros
                 move ws-conta-despesa-pdd          to ws-conta-debito
                 move ws-conta-provisao-pdd         to ws-conta-credito
                 move spaces                        to ws-ds-historico
                 string "CONSTITUICAO PDD " ws-mes-pdd "/" ws-ano-pdd into ws-ds-historico
                 perform 2310-gravar-lancamento
            end-if

            if   ws-mov-reversoes greater zeros
                 move ws-mov-reversoes              to ws-valor-lancamento
                 move ws-conta-provisao-pdd         to ws-conta-debito
                 move ws-conta-reversao-pdd         to ws-conta-credito
                 move spaces                        to ws-ds-historico
                 string "REVERSAO PDD " ws-mes-pdd "/" ws-ano-pdd into ws-ds-historico
                 perform 2310-gravar-lancamento
            end-if

            if   ws-mov-baixas-perda greater zeros
                 move ws-mov-baixas-perda           to ws-valor-lancamento
                 move ws-conta-provisao-pdd         to ws-conta-debito
                 move ws-conta-clientes             to ws-conta-credito
                 move spaces                        to ws-ds-historico
                 string "BAIXA DE PERDAS CONTRA PDD " ws-mes-pdd "/" ws-ano-pdd into ws-ds-historico
                 perform 2310-gravar-lancamento
            end-if

       exit.

      *>=================================================================================
       2310-gravar-lancamento section.

            add  1                                  to ws-nr-sequencia

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            move ws-data-final                      to f09200-data-lancamento
            move ws-nr-sequencia                    to f09200-nr-sequencia
            move ws-conta-debito                    to f09200-cd-conta-debito
            move ws-conta-credito                   to f09200-cd-conta-credito
            move ws-valor-lancamento                to f09200-valor-lancamento
            move ws-ds-historico                    to f09200-ds-historico
            move c-este-programa                    to f09200-ds-origem
            move lnk-id-usuario                     to f09200-id-usuario

            perform 9000-gravar-pd09200
            perform until not ws-registro-existente
                 add  1                             to ws-nr-sequencia
                 move ws-nr-sequencia               to f09200-nr-sequencia
                 perform 9000-gravar-pd09200
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar lançamento da PDD - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Títulos da competência agrupados por cliente (a chave de
      *> pd15500 é competência/cliente/título) e o quadro da
      *> movimentação da provisão em relação ao mês anterior.
       2400-relatorio section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "PROVISAO PARA DEVEDORES DUVIDOSOS - COMPETENCIA " ws-mes-pdd "/" ws-ano-pdd
                   " - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "CLIENTE   SIT DOCUMENTO PC VENCIMENTO  ATRASO             SALDO      %      PROV ANTERIOR        PROV ATUAL MOV" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            set  ws-primeiro-cliente                to true
            move zeros                              to ws-cd-cliente-atual
            initialize                              ws-totais-cliente

            initialize                              f15500-pdd-titulo
            move lnk-cd-empresa                     to f15500-cd-empresa
            move lnk-cd-filial                      to f15500-cd-filial
            move ws-ano-mes-pdd                     to f15500-ano-mes
            perform 9000-str-pd15500-grt
            perform 9000-ler-pd15500-nex

            perform until not ws-operacao-ok
                          or f15500-cd-empresa <> lnk-cd-empresa
                          or f15500-cd-filial  <> lnk-cd-filial
                          or f15500-ano-mes    <> ws-ano-mes-pdd

                 if   f15500-cd-cliente not equal ws-cd-cliente-atual
                      if   not ws-primeiro-cliente
                           perform 2410-total-cliente
                      end-if
                      set  ws-primeiro-cliente      to false
                      move f15500-cd-cliente        to ws-cd-cliente-atual
                      initialize                    ws-totais-cliente
                 end-if

                 add  f15500-saldo-titulo           to ws-cli-saldo-titulos
                 add  f15500-valor-provisao-anterior to ws-cli-provisao-anterior
                 add  f15500-valor-provisao         to ws-cli-provisao-atual

                 move f15500-saldo-titulo           to ws-valor-x
                 move f15500-valor-provisao-anterior to ws-valor-2-x
                 move f15500-valor-provisao         to ws-valor-3-x
                 move f15500-perc-provisao          to ws-perc-x
                 move f15500-dias-atraso            to ws-dias-x
                 move spaces                        to rl-linha-relatorio
                 string f15500-cd-cliente " " f15500-id-status-cliente "   "
                        f15500-numero-documento " " f15500-nr-parcela " "
                        f15500-data-vencimento(7:2) "/" f15500-data-vencimento(5:2) "/"
                        f15500-data-vencimento(1:4) " " ws-dias-x " " ws-valor-x " "
                        ws-perc-x " " ws-valor-2-x " " ws-valor-3-x " " f15500-id-movimento
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd15500-nex

            end-perform

            if   not ws-primeiro-cliente
                 perform 2410-total-cliente
            end-if

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "MOVIMENTACAO DA PROVISAO" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-mov-saldo-anterior              to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "SALDO DA PDD NO MES ANTERIOR.......: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-mov-novas                       to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(+) NOVAS PROVISOES................: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-mov-complementos                to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(+) COMPLEMENTOS (MUDANCA DE FAIXA): " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-mov-reversoes                   to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(-) REVERSOES......................: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-mov-baixas-perda                to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(-) BAIXAS POR PERDA (CS50001C)....: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-mov-saldo-atual                 to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(=) SALDO DA PDD NA COMPETENCIA....: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "MOV: N NOVA  M MANTIDA/AJUSTADA  R REVERTIDA  B BAIXADA POR PERDA" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2410-total-cliente section.

            move ws-cli-saldo-titulos               to ws-valor-x
            move ws-cli-provisao-anterior           to ws-valor-2-x
            move ws-cli-provisao-atual              to ws-valor-3-x
            move spaces                             to rl-linha-relatorio
            string "          TOTAL CLIENTE " ws-cd-cliente-atual "   SALDO " ws-valor-x
                   "   ANTERIOR " ws-valor-2-x "   ATUAL " ws-valor-3-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd15400
            close pd15500
            close pd09200
            close pd02600
            close pd01400
            close pd04700
            close pd14200

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP14200.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR15400.cpy.
       copy CSR15500.cpy.
       copy CSR02600.cpy.
       copy CSR01400.cpy.
       copy CSR09200.cpy.
       copy CSR04700.cpy.
       copy CSR14200.cpy.
