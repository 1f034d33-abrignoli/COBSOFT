      $set sourceformat"free"
       program-id. CS50024S.
      *>=================================================================================
      *>
      *>          Livros Contábeis - Balancete de Verificação, Razão e Diário
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS09200.cpy.
       copy CSS14100.cpy.
       copy CSS14200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF09200.cpy.
       copy CSF14100.cpy.
       copy CSF14200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50024S".
       78   c-descricao-programa                   value "LIVROS CONTABEIS".
       78   c-max-contas-tabela                    value 999.

       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-rel                      pic 9(06).
            03 ws-ano-mes-rel-x                    pic x(06).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-tipo-livro                       pic x(01).
               88 ws-livro-balancete                    value "B".
               88 ws-livro-razao                        value "R".
               88 ws-livro-diario                       value "D".
            03 ws-ix-conta                         pic 9(03) comp.
            03 ws-ix-debito                        pic 9(03) comp.
            03 ws-ix-credito                       pic 9(03) comp.
            03 ws-ix-busca                         pic 9(03) comp.
            03 ws-cd-conta-procurada               pic 9(05).
            03 ws-ix-encontrado                    pic 9(03) comp.
            03 ws-id-tabela-contas                 pic x(01).
               88 ws-tabela-contas-cheia                value "S" false "N".
            03 ws-saldo-corrente                   pic s9(13)v9(02).
            03 ws-saldo-editar                     pic s9(13)v9(02).
            03 ws-valor-x                          pic z.zzz.zzz.zzz.zz9,99.
            03 ws-valor-debito-x                   pic z.zzz.zzz.zzz.zz9,99.
            03 ws-valor-credito-x                  pic z.zzz.zzz.zzz.zz9,99.
            03 ws-saldo-anterior-x                 pic z.zzz.zzz.zzz.zz9,99.
            03 ws-saldo-atual-x                    pic z.zzz.zzz.zzz.zz9,99.
            03 ws-dc-anterior                      pic x(01).
            03 ws-dc-atual                         pic x(01).
            03 ws-dc-editar                        pic x(01).
            03 ws-data-x                           pic 99/99/9999.
            03 ws-contagem-x                       pic z.zzz.zz9.
            03 ws-classificacao-debito             pic x(20).
            03 ws-classificacao-credito            pic x(20).
            03 ws-contrapartida                    pic x(20).

       01   ws-totais-livro.
            03 ws-nr-lancamentos                   pic 9(07).
            03 ws-tot-debitos                      pic 9(13)v9(02).
            03 ws-tot-creditos                     pic 9(13)v9(02).
            03 ws-tot-saldos-devedores             pic 9(13)v9(02).
            03 ws-tot-saldos-credores              pic 9(13)v9(02).
            03 ws-tot-debitos-conta                pic 9(13)v9(02).
            03 ws-tot-creditos-conta               pic 9(13)v9(02).
            03 ws-sem-plano-debitos                pic 9(13)v9(02).
            03 ws-sem-plano-creditos               pic 9(13)v9(02).

      *> Plano contábil em ordem de classificação com os saldos da
      *> competência - saldo positivo é devedor, negativo é credor
       01   ws-tabela-contas.
            03 ws-nr-contas                        pic 9(03).
            03 ws-conta-livro                      occurs 999 times.
               05 ws-tab-cd-conta                  pic 9(05).
               05 ws-tab-classificacao             pic x(20).
               05 ws-tab-ds-conta                  pic x(40).
               05 ws-tab-saldo-anterior            pic s9(13)v9(02).
               05 ws-tab-debitos                   pic 9(13)v9(02).
               05 ws-tab-creditos                  pic 9(13)v9(02).
               05 ws-tab-saldo-atual               pic s9(13)v9(02).

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
      *> Parâmetros do job (lnk-linha-comando): <livro>;<AAAAMM>, livro
      *> B (balancete), R (razão) ou D (diário); ausentes assumem o
      *> balancete do mês corrente.
       1000-inicializacao section.

            perform 9000-abrir-i-pd09200

            string lnk-dat-path delimited   by "  " "\EFD141.DAT" into wid-pd14100
            open input pd14100
            if   ws-arquivo-inexistente
                 move "Plano de contas contábil não cadastrado - use o CS10050C." to ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD141.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-periodo-contabil

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-rel
            move "B"                                to ws-tipo-livro

            if   lnk-execucao-foreground
                 display "Livro [B-Balancete/R-Razao/D-Diario]:" at line 27 col 03
                 accept ws-tipo-livro               at line 27 col 42 with update auto-skip
                 display "Competencia (AAAAMM):"     at line 28 col 03
                 accept ws-ano-mes-rel              at line 28 col 29 with update auto-skip
            else
                 if   lnk-linha-comando not equal spaces
                      move spaces                   to ws-ano-mes-rel-x
                      unstring lnk-linha-comando delimited by ";"
                               into ws-tipo-livro ws-ano-mes-rel-x
                      if   ws-ano-mes-rel-x is numeric
                           move ws-ano-mes-rel-x    to ws-ano-mes-rel
                      end-if
                 end-if
            end-if

            if   not ws-livro-balancete
            and  not ws-livro-razao
            and  not ws-livro-diario
                 move "B"                           to ws-tipo-livro
            end-if

            compute ws-data-inicial = ws-ano-mes-rel * 100 + 01
            compute ws-data-final   = ws-ano-mes-rel * 100 + 31

            move ws-ano-mes-rel                     to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil

            initialize                              ws-totais-livro
            initialize                              ws-tabela-contas
            set  ws-tabela-contas-cheia             to false

       exit.

      *>=================================================================================
      *> Os livros saem do plano contábil (pd14100) aplicado aos
      *> lançamentos gerenciais (pd09200): o saldo anterior acumula tudo
      *> o que foi lançado antes da competência. Lançamento em conta
      *> fora do plano aparece à parte no balancete - o fechamento do
      *> período (CS10051C) não deixa passar.
       2000-processamento section.

            perform 2100-carregar-plano
            perform 2200-apurar-saldos

            perform 9000-abrir-relatorio
            perform 2900-cabecalho

            evaluate true
                 when ws-livro-balancete
                      perform 2300-balancete
                 when ws-livro-razao
                      perform 2400-razao
                 when ws-livro-diario
                      perform 2500-diario
            end-evaluate

            perform 9000-fechar-relatorio

            if   ws-tabela-contas-cheia
                 move spaces                        to ws-mensagem
                 string "Mais de " c-max-contas-tabela " contas contábeis - livro incompleto!" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
       2100-carregar-plano section.

            initialize                              f14100-conta-contabil
            move lnk-cd-empresa                     to f14100-cd-empresa
            move lnk-cd-filial                      to f14100-cd-filial
            perform 9000-str-pd14100-grt-1
            perform 9000-ler-pd14100-nex

            perform until not ws-operacao-ok
                          or f14100-cd-empresa <> lnk-cd-empresa
                          or f14100-cd-filial  <> lnk-cd-filial

                 if   ws-nr-contas < c-max-contas-tabela
                      add  1                        to ws-nr-contas
                      move f14100-cd-conta          to ws-tab-cd-conta(ws-nr-contas)
                      move f14100-classificacao     to ws-tab-classificacao(ws-nr-contas)
                      move f14100-ds-conta          to ws-tab-ds-conta(ws-nr-contas)
                 else
                      set  ws-tabela-contas-cheia   to true
                 end-if

                 perform 9000-ler-pd14100-nex

            end-perform

       exit.

      *>=================================================================================
       2200-apurar-saldos section.

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            perform 9000-str-pd09200-grt
            perform 9000-ler-pd09200-nex

            perform until not ws-operacao-ok
                          or f09200-cd-empresa      <> lnk-cd-empresa
                          or f09200-cd-filial       <> lnk-cd-filial
                          or f09200-data-lancamento >  ws-data-final

                 move f09200-cd-conta-debito        to ws-cd-conta-procurada
                 perform 2210-localizar-conta
                 move ws-ix-encontrado              to ws-ix-debito
                 move f09200-cd-conta-credito       to ws-cd-conta-procurada
                 perform 2210-localizar-conta
                 move ws-ix-encontrado              to ws-ix-credito

                 if   f09200-data-lancamento < ws-data-inicial
                      if   ws-ix-debito > zeros
                           add      f09200-valor-lancamento to ws-tab-saldo-anterior(ws-ix-debito)
                      end-if
                      if   ws-ix-credito > zeros
                           subtract f09200-valor-lancamento from ws-tab-saldo-anterior(ws-ix-credito)
                      end-if
                 else
                      add  1                        to ws-nr-lancamentos
                      add  f09200-valor-lancamento  to ws-tot-debitos
                      add  f09200-valor-lancamento  to ws-tot-creditos
                      if   ws-ix-debito > zeros
                           add  f09200-valor-lancamento to ws-tab-debitos(ws-ix-debito)
                      else
                           add  f09200-valor-lancamento to ws-sem-plano-debitos
                      end-if
                      if   ws-ix-credito > zeros
                           add  f09200-valor-lancamento to ws-tab-creditos(ws-ix-credito)
                      else
                           add  f09200-valor-lancamento to ws-sem-plano-creditos
                      end-if
                 end-if

                 perform 9000-ler-pd09200-nex

            end-perform

            perform varying ws-ix-conta from 1 by 1
                    until ws-ix-conta > ws-nr-contas
                 compute ws-tab-saldo-atual(ws-ix-conta) =
                         ws-tab-saldo-anterior(ws-ix-conta)
                       + ws-tab-debitos(ws-ix-conta)
                       - ws-tab-creditos(ws-ix-conta)
            end-perform

       exit.

      *>=================================================================================
       2210-localizar-conta section.

            move zeros                              to ws-ix-encontrado

            perform varying ws-ix-busca from 1 by 1
                    until ws-ix-busca > ws-nr-contas
                       or ws-ix-encontrado > zeros
                 if   ws-tab-cd-conta(ws-ix-busca) equal ws-cd-conta-procurada
                      move ws-ix-busca              to ws-ix-encontrado
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Balancete de verificação: contas com saldo ou movimento; a soma
      *> dos débitos tem de bater com a dos créditos e a dos saldos
      *> devedores com a dos credores.
       2300-balancete section.

            move spaces                             to rl-linha-relatorio
            string "CLASSIFICACAO        CONTA                      SALDO ANTERIOR"
                   "              DEBITOS             CREDITOS          SALDO ATUAL"
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-conta from 1 by 1
                    until ws-ix-conta > ws-nr-contas

                 if   ws-tab-saldo-anterior(ws-ix-conta) <> zeros
                 or   ws-tab-debitos(ws-ix-conta)        <> zeros
                 or   ws-tab-creditos(ws-ix-conta)       <> zeros

                      move ws-tab-saldo-anterior(ws-ix-conta) to ws-saldo-editar
                      perform 9100-editar-saldo
                      move ws-valor-x               to ws-saldo-anterior-x
                      move ws-dc-editar             to ws-dc-anterior
                      move ws-tab-saldo-atual(ws-ix-conta)    to ws-saldo-editar
                      perform 9100-editar-saldo
                      move ws-valor-x               to ws-saldo-atual-x
                      move ws-dc-editar             to ws-dc-atual
                      move ws-tab-debitos(ws-ix-conta)        to ws-valor-debito-x
                      move ws-tab-creditos(ws-ix-conta)       to ws-valor-credito-x

                      if   ws-tab-saldo-atual(ws-ix-conta) > zeros
                           add  ws-tab-saldo-atual(ws-ix-conta) to ws-tot-saldos-devedores
                      else
                           subtract ws-tab-saldo-atual(ws-ix-conta) from ws-tot-saldos-credores
                      end-if

                      move spaces                   to rl-linha-relatorio
                      string ws-tab-classificacao(ws-ix-conta) " "
                             ws-tab-ds-conta(ws-ix-conta)(1:20) " "
                             ws-saldo-anterior-x ws-dc-anterior " "
                             ws-valor-debito-x " "
                             ws-valor-credito-x " "
                             ws-saldo-atual-x ws-dc-atual
                             delimited by size into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-if

            end-perform

            if   ws-sem-plano-debitos  <> zeros
            or   ws-sem-plano-creditos <> zeros
                 move ws-sem-plano-debitos          to ws-valor-debito-x
                 move ws-sem-plano-creditos         to ws-valor-credito-x
                 move spaces                        to rl-linha-relatorio
                 string "*** CONTAS FORA DO PLANO CONTABIL ***                           "
                        ws-valor-debito-x " " ws-valor-credito-x
                        delimited by size into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
            end-if

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-debitos                     to ws-valor-debito-x
            move ws-tot-creditos                    to ws-valor-credito-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL DOS MOVIMENTOS....: DEBITOS " ws-valor-debito-x
                   "  CREDITOS " ws-valor-credito-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-saldos-devedores            to ws-valor-debito-x
            move ws-tot-saldos-credores             to ws-valor-credito-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL DOS SALDOS........: DEVEDORES " ws-valor-debito-x
                   "  CREDORES " ws-valor-credito-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-tot-saldos-devedores <> ws-tot-saldos-credores
                 move "*** SALDOS DEVEDORES E CREDORES NAO CONFEREM - HA CONTAS FORA DO PLANO ***" to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

       exit.

      *>=================================================================================
      *> Razão analítico: por conta, o saldo anterior, cada lançamento
      *> da competência com a contrapartida e o saldo após o lançamento.
       2400-razao section.

            perform varying ws-ix-conta from 1 by 1
                    until ws-ix-conta > ws-nr-contas

                 if   ws-tab-saldo-anterior(ws-ix-conta) <> zeros
                 or   ws-tab-debitos(ws-ix-conta)        <> zeros
                 or   ws-tab-creditos(ws-ix-conta)       <> zeros
                      perform 2410-razao-conta
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2410-razao-conta section.

            move ws-tab-saldo-anterior(ws-ix-conta) to ws-saldo-corrente
            move ws-saldo-corrente                  to ws-saldo-editar
            perform 9100-editar-saldo

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "CONTA " ws-tab-classificacao(ws-ix-conta) " "
                   ws-tab-cd-conta(ws-ix-conta) " "
                   ws-tab-ds-conta(ws-ix-conta)
                   "  SALDO ANTERIOR " ws-valor-x ws-dc-editar
                   delimited by size into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-tot-debitos-conta
            move zeros                              to ws-tot-creditos-conta

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            move ws-data-inicial                    to f09200-data-lancamento
            perform 9000-str-pd09200-grt
            perform 9000-ler-pd09200-nex

            perform until not ws-operacao-ok
                          or f09200-cd-empresa      <> lnk-cd-empresa
                          or f09200-cd-filial       <> lnk-cd-filial
                          or f09200-data-lancamento >  ws-data-final

                 if   f09200-cd-conta-debito  equal ws-tab-cd-conta(ws-ix-conta)
                 or   f09200-cd-conta-credito equal ws-tab-cd-conta(ws-ix-conta)
                      perform 2420-razao-lancamento
                 end-if

                 perform 9000-ler-pd09200-nex

            end-perform

            move ws-tot-debitos-conta               to ws-valor-debito-x
            move ws-tot-creditos-conta              to ws-valor-credito-x
            move ws-saldo-corrente                  to ws-saldo-editar
            perform 9100-editar-saldo
            move spaces                             to rl-linha-relatorio
            string "     TOTAIS DA CONTA  DEBITOS " ws-valor-debito-x
                   "  CREDITOS " ws-valor-credito-x
                   "  SALDO ATUAL " ws-valor-x ws-dc-editar
                   delimited by size into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2420-razao-lancamento section.

            move zeros                              to ws-valor-debito-x
            move zeros                              to ws-valor-credito-x

      *> Lançamento com débito e crédito na mesma conta entra dos dois
      *> lados e não altera o saldo
            if   f09200-cd-conta-debito equal ws-tab-cd-conta(ws-ix-conta)
                 move f09200-valor-lancamento       to ws-valor-debito-x
                 add  f09200-valor-lancamento       to ws-saldo-corrente
                 add  f09200-valor-lancamento       to ws-tot-debitos-conta
                 move f09200-cd-conta-credito       to ws-cd-conta-procurada
            end-if
            if   f09200-cd-conta-credito equal ws-tab-cd-conta(ws-ix-conta)
                 move f09200-valor-lancamento       to ws-valor-credito-x
                 subtract f09200-valor-lancamento   from ws-saldo-corrente
                 add  f09200-valor-lancamento       to ws-tot-creditos-conta
                 move f09200-cd-conta-debito        to ws-cd-conta-procurada
            end-if

            move spaces                             to ws-contrapartida
            perform 2210-localizar-conta
            if   ws-ix-encontrado > zeros
                 move ws-tab-classificacao(ws-ix-encontrado) to ws-contrapartida
            else
                 move ws-cd-conta-procurada         to ws-contrapartida
            end-if

            move f09200-data-lancamento             to ws-data-inv
            move ws-dia-inv                         to ws-dia
            move ws-mes-inv                         to ws-mes
            move ws-ano-inv                         to ws-ano
            move ws-data                            to ws-data-x

            move ws-saldo-corrente                  to ws-saldo-editar
            perform 9100-editar-saldo

            move spaces                             to rl-linha-relatorio
            string "  " ws-data-x " " f09200-nr-sequencia " "
                   f09200-ds-historico(1:22) " CP " ws-contrapartida " "
                   ws-valor-debito-x " " ws-valor-credito-x " "
                   ws-valor-x ws-dc-editar
                   delimited by size into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Diário: os lançamentos da competência em ordem de data, com as
      *> classificações contábeis de débito e crédito.
       2500-diario section.

            move spaces                             to rl-linha-relatorio
            string "DATA       SEQ.    DEBITO               CREDITO                           VALOR"
                   "  HISTORICO" into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            move ws-data-inicial                    to f09200-data-lancamento
            perform 9000-str-pd09200-grt
            perform 9000-ler-pd09200-nex

            perform until not ws-operacao-ok
                          or f09200-cd-empresa      <> lnk-cd-empresa
                          or f09200-cd-filial       <> lnk-cd-filial
                          or f09200-data-lancamento >  ws-data-final

                 move f09200-cd-conta-debito        to ws-cd-conta-procurada
                 perform 2210-localizar-conta
                 if   ws-ix-encontrado > zeros
                      move ws-tab-classificacao(ws-ix-encontrado) to ws-classificacao-debito
                 else
                      move ws-cd-conta-procurada    to ws-classificacao-debito
                 end-if
                 move f09200-cd-conta-credito       to ws-cd-conta-procurada
                 perform 2210-localizar-conta
                 if   ws-ix-encontrado > zeros
                      move ws-tab-classificacao(ws-ix-encontrado) to ws-classificacao-credito
                 else
                      move ws-cd-conta-procurada    to ws-classificacao-credito
                 end-if

                 move f09200-data-lancamento        to ws-data-inv
                 move ws-dia-inv                    to ws-dia
                 move ws-mes-inv                    to ws-mes
                 move ws-ano-inv                    to ws-ano
                 move ws-data                       to ws-data-x
                 move f09200-valor-lancamento       to ws-valor-x

                 move spaces                        to rl-linha-relatorio
                 string ws-data-x " " f09200-nr-sequencia " "
                        ws-classificacao-debito " "
                        ws-classificacao-credito " "
                        ws-valor-x "  "
                        f09200-ds-historico(1:39)
                        delimited by size into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd09200-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-lancamentos                  to ws-contagem-x
            move ws-tot-debitos                     to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "LANCAMENTOS: " ws-contagem-x "  TOTAL DEBITOS = CREDITOS: " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2900-cabecalho section.

            move spaces                             to rl-linha-relatorio
            evaluate true
                 when ws-livro-balancete
                      move "BALANCETE DE VERIFICACAO" to rl-linha-relatorio
                 when ws-livro-razao
                      move "RAZAO ANALITICO"        to rl-linha-relatorio
                 when ws-livro-diario
                      move "LIVRO DIARIO"           to rl-linha-relatorio
            end-evaluate
            string rl-linha-relatorio delimited by "  "
                   " - EMPRESA " lnk-cd-empresa " " lnk-razao-social
                   " FILIAL " lnk-cd-filial
                   " COMPETENCIA " ws-ano-mes-rel(5:2) "/" ws-ano-mes-rel(1:4)
                   delimited by size into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-periodo-contabil-fechado
                 move "PERIODO FECHADO"             to rl-linha-relatorio
            else
                 move "PERIODO ABERTO - VALORES SUJEITOS A ALTERACAO" to rl-linha-relatorio
            end-if
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       9100-editar-saldo section.

            if   ws-saldo-editar < zeros
                 compute ws-valor-x = ws-saldo-editar * -1
                 move "C"                           to ws-dc-editar
            else
                 move ws-saldo-editar               to ws-valor-x
                 move "D"                           to ws-dc-editar
            end-if
            if   ws-saldo-editar equal zeros
                 move space                         to ws-dc-editar
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd09200
            close pd14100
            close pd14200

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.
       copy CSP14200.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR09200.cpy.
       copy CSR14100.cpy.
       copy CSR14200.cpy.
