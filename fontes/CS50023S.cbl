      $set sourceformat"free"
       program-id. CS50023S.
      *>=================================================================================
      *>
      *>            Apuração Mensal de IBS e CBS - Conta-Corrente de Créditos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS05000.cpy.
       copy CSS07900.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF05000.cpy.
       copy CSF07900.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50023S".
       78   c-descricao-programa                   value "APURACAO IBS/CBS".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-apuracao                 pic 9(06).
            03 ws-ano-mes-anterior                 pic 9(06).
            03 ws-ano-mes-nota                     pic 9(06).
            03 ws-ano-anterior                     pic 9(04).
            03 ws-mes-anterior                     pic 9(02).
            03 ws-ds-imposto                       pic x(04).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.

       01   ws-acumuladores-apuracao.
            03 ws-ibs-debitos                     pic 9(11)v9(02).
            03 ws-ibs-creditos                    pic 9(11)v9(02).
            03 ws-ibs-credor-anterior             pic 9(11)v9(02).
            03 ws-cbs-debitos                      pic 9(11)v9(02).
            03 ws-cbs-creditos                     pic 9(11)v9(02).
            03 ws-cbs-credor-anterior              pic 9(11)v9(02).
            03 ws-nr-notas-debito                  pic 9(06).
            03 ws-nr-notas-credito                 pic 9(06).
            03 ws-saldo-apurado                    pic s9(11)v9(02).

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

            perform 9000-abrir-i-pd05000
            perform 9000-abrir-io-pd07900

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-apuracao

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-apuracao         at line 27 col 29 with update auto-skip
            end-if

            move ws-ano-mes-apuracao(1:4)           to ws-ano-anterior
            move ws-ano-mes-apuracao(5:2)           to ws-mes-anterior
            if   ws-mes-anterior equal 01
                 subtract 1                         from ws-ano-anterior
                 move 12                            to ws-mes-anterior
            else
                 subtract 1                         from ws-mes-anterior
            end-if
            compute ws-ano-mes-anterior = ws-ano-anterior * 100 + ws-mes-anterior

            initialize                              ws-acumuladores-apuracao

       exit.

      *>=================================================================================
      *> Confronta, na competência, os débitos de IBS (UF + Município) e
      *> CBS destacados nas notas de saída autorizadas contra os créditos
      *> das notas de entrada (valores lidos do XML no recebimento), soma
      *> o saldo credor transportado da competência anterior e grava o
      *> resultado em pd07900 com os códigos "B" (IBS) e "C" (CBS). No ano
      *> de teste da Reforma os valores são informativos - a apuração
      *> prepara o conta-corrente para quando o recolhimento começar.
      *> Reexecutável enquanto a apuração da competência não estiver
      *> fechada.
       2000-processamento section.

            initialize                              f07900-apuracao-imposto
            move lnk-cd-empresa                     to f07900-cd-empresa
            move lnk-cd-filial                      to f07900-cd-filial
            move ws-ano-mes-apuracao                to f07900-ano-mes-apuracao
            move "B"                                to f07900-cd-imposto
            perform 9000-ler-pd07900-ran
            if   ws-operacao-ok
            and  f07900-apuracao-fechada
                 move "Apuração da competência já está fechada - reexecução não permitida!" to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 2100-saldo-credor-anterior
            perform 2200-acumular-notas
            perform 2300-gravar-apuracao
            perform 2400-relatorio-apuracao

       exit.

      *>=================================================================================
       2100-saldo-credor-anterior section.

            initialize                              f07900-apuracao-imposto
            move lnk-cd-empresa                     to f07900-cd-empresa
            move lnk-cd-filial                      to f07900-cd-filial
            move ws-ano-mes-anterior                to f07900-ano-mes-apuracao
            move "B"                                to f07900-cd-imposto
            perform 9000-ler-pd07900-ran
            if   ws-operacao-ok
                 move f07900-saldo-credor-transportar to ws-ibs-credor-anterior
            end-if

            initialize                              f07900-apuracao-imposto
            move lnk-cd-empresa                     to f07900-cd-empresa
            move lnk-cd-filial                      to f07900-cd-filial
            move ws-ano-mes-anterior                to f07900-ano-mes-apuracao
            move "C"                                to f07900-cd-imposto
            perform 9000-ler-pd07900-ran
            if   ws-operacao-ok
                 move f07900-saldo-credor-transportar to ws-cbs-credor-anterior
            end-if

       exit.

      *>=================================================================================
       2200-acumular-notas section.

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            perform 9000-str-pd05000-grt
            perform 9000-ler-pd05000-nex

            perform until not ws-operacao-ok
                          or f05000-cd-empresa <> lnk-cd-empresa
                          or f05000-cd-filial  <> lnk-cd-filial

                 move f05000-data-operacao(1:6)     to ws-ano-mes-nota

                 if   ws-ano-mes-nota equal ws-ano-mes-apuracao
                 and  f05000-nfe-autorizada

                      if   f05000-nota-saida
                           add f05000-valor-ibs-uf  to ws-ibs-debitos
                           add f05000-valor-ibs-mun to ws-ibs-debitos
                           add f05000-valor-cbs     to ws-cbs-debitos
                           add 1                    to ws-nr-notas-debito
                      else
                           add f05000-valor-ibs-uf  to ws-ibs-creditos
                           add f05000-valor-ibs-mun to ws-ibs-creditos
                           add f05000-valor-cbs     to ws-cbs-creditos
                           add 1                    to ws-nr-notas-credito
                      end-if

                 end-if

                 perform 9000-ler-pd05000-nex

            end-perform

       exit.

      *>=================================================================================
       2300-gravar-apuracao section.

            move "B"                                to ws-ds-imposto
            perform 2310-gravar-imposto
            move "C"                                to ws-ds-imposto
            perform 2310-gravar-imposto

       exit.

      *>=================================================================================
       2310-gravar-imposto section.

            initialize                              f07900-apuracao-imposto
            move lnk-cd-empresa                     to f07900-cd-empresa
            move lnk-cd-filial                      to f07900-cd-filial
            move ws-ano-mes-apuracao                to f07900-ano-mes-apuracao
            move ws-ds-imposto(1:1)                 to f07900-cd-imposto

            if   f07900-imposto-ibs
                 move ws-ibs-debitos               to f07900-valor-debitos
                 move ws-ibs-creditos              to f07900-valor-creditos
                 move ws-ibs-credor-anterior       to f07900-saldo-credor-anterior
            else
                 move ws-cbs-debitos                to f07900-valor-debitos
                 move ws-cbs-creditos               to f07900-valor-creditos
                 move ws-cbs-credor-anterior        to f07900-saldo-credor-anterior
            end-if

            compute ws-saldo-apurado = f07900-valor-debitos
                                     - f07900-valor-creditos
                                     - f07900-saldo-credor-anterior

            if   ws-saldo-apurado greater zeros
                 move ws-saldo-apurado              to f07900-valor-a-recolher
                 move zeros                         to f07900-saldo-credor-transportar
            else
                 move zeros                         to f07900-valor-a-recolher
                 compute f07900-saldo-credor-transportar = ws-saldo-apurado * -1
            end-if

            move ws-nr-notas-debito                 to f07900-nr-notas-debito
            move ws-nr-notas-credito                to f07900-nr-notas-credito
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f07900-data-apuracao
            accept ws-horas                         from time
            move ws-horas(1:6)                      to f07900-hora-apuracao
            move lnk-id-usuario                     to f07900-id-usuario
            set  f07900-apuracao-aberta             to true

            perform 9000-gravar-pd07900
            if   ws-registro-existente
                 perform 9000-regravar-pd07900
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar apuração - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
            end-if

       exit.

      *>=================================================================================
       2400-relatorio-apuracao section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "APURACAO DE IBS/CBS - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial
                   " COMPETENCIA " ws-ano-mes-apuracao into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "IBS"                              to ws-ds-imposto
            move "B"                                to f07900-cd-imposto
            perform 2410-imprimir-imposto
            move "CBS"                              to ws-ds-imposto
            move "C"                                to f07900-cd-imposto
            perform 2410-imprimir-imposto

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2410-imprimir-imposto section.

            move lnk-cd-empresa                     to f07900-cd-empresa
            move lnk-cd-filial                      to f07900-cd-filial
            move ws-ano-mes-apuracao                to f07900-ano-mes-apuracao
            perform 9000-ler-pd07900-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            move spaces                             to rl-linha-relatorio
            string "IMPOSTO: " ws-ds-imposto        into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move f07900-valor-debitos               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  DEBITOS DAS SAIDAS..........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move f07900-valor-creditos              to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  CREDITOS DAS ENTRADAS.......: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move f07900-saldo-credor-anterior       to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  SALDO CREDOR MES ANTERIOR...: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move f07900-valor-a-recolher            to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  VALOR A RECOLHER............: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move f07900-saldo-credor-transportar    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  SALDO CREDOR A TRANSPORTAR..: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd05000
            close pd07900

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR05000.cpy.
       copy CSR07900.cpy.
