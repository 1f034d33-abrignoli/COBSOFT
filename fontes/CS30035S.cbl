      $set sourceformat"free"
       program-id. CS30035S.
      *>=================================================================================
      *>
      *>              Recuperação de Transações TEF Pendentes
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16700.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF16700.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30035S".
       78   c-descricao-programa                   value "RECUPERACAO TEF PENDENTE".
       78   c-servico-tef                          value "CS00141S".
       78   c-max-tef-pendentes                    value 500.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-limite                      pic 9(08).
            03 ws-nr-tef-pendentes                 pic 9(04).
            03 ws-ix-tef                           pic 9(04) comp.
            03 ws-nr-confirmadas                   pic 9(04).
            03 ws-nr-desfeitas                     pic 9(04).
            03 ws-nr-erros                         pic 9(04).
            03 ws-valor-x                          pic zzz.zzz.zz9,99.
            03 ws-contagem-x                       pic z.zz9.
            03 ws-situacao-x                       pic x(10).

       01   ws-tabela-tef-pendentes.
            03 ws-tef-pendente                     occurs 500 times.
               05 tp-nr-controle                   pic 9(09).
               05 tp-data-transacao                pic 9(08).
               05 tp-nome-computador               pic x(30).
               05 tp-valor-transacao               pic 9(09)v9(02).
               05 tp-id-status                     pic x(01).

      *> Mesmo leiaute de lk-parametros-tef em CS00141S
       01   lk-parametros-tef.
            03 lk-tef-operacao                     pic x(01).
               88 lk-tef-venda                         value "V".
               88 lk-tef-confirmar                     value "C".
               88 lk-tef-vincular                      value "N".
               88 lk-tef-desfazer                      value "D".
               88 lk-tef-recuperar                     value "R".
            03 lk-tef-nr-controle                  pic 9(09).
            03 lk-tef-valor                        pic 9(09)v9(02).
            03 lk-tef-numero-documento             pic 9(09).
            03 lk-tef-serie-documento              pic x(03).
            03 lk-tef-retorno                      pic x(01).
               88 lk-tef-aprovada                      value "A".
               88 lk-tef-negada                        value "N".
               88 lk-tef-sem-resposta                  value "E".
               88 lk-tef-confirmada                    value "C".
               88 lk-tef-desfeita                      value "D".
            03 lk-tef-nsu                          pic x(12).
            03 lk-tef-cd-autorizacao               pic x(12).
            03 lk-tef-bandeira                     pic x(20).
            03 lk-tef-nr-parcelas                  pic 9(02).
            03 lk-tef-mensagem                     pic x(60).

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
      *> Só transações anteriores à data limite (default hoje) - as do
      *> dia podem estar em andamento num caixa aberto, e essas a
      *> própria estação recupera ao reabrir a venda balcão.
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD167.DAT" into wid-pd16700
            open input pd16700
            if   ws-arquivo-inexistente
                 open output pd16700
                 close pd16700
                 open input pd16700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD167.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to ws-data-limite

            if   lnk-execucao-foreground
                 display "Anteriores a (AAAAMMDD):"  at line 27 col 03
                 accept ws-data-limite              at line 27 col 29 with update auto-skip
            else
                 if   lnk-linha-comando(1:8) is numeric
                      move lnk-linha-comando(1:8)   to ws-data-limite
                 end-if
            end-if

            move zeros                              to ws-nr-tef-pendentes
                                                       ws-nr-confirmadas
                                                       ws-nr-desfeitas
                                                       ws-nr-erros

       exit.

      *>=================================================================================
      *> Levanta as transações sem confirmação de todas as estações da
      *> filial e resolve cada uma pelo serviço TEF (CS00141S):
      *> confirmada quando a NFC-e vinculada foi gravada, desfeita nos
      *> demais casos.
       2000-processamento section.

            initialize                              f16700-transacao-tef
            move lnk-cd-empresa                     to f16700-cd-empresa
            move lnk-cd-filial                      to f16700-cd-filial
            perform 9000-str-pd16700-grt
            perform 9000-ler-pd16700-nex

            perform until not ws-operacao-ok
                          or f16700-cd-empresa <> lnk-cd-empresa
                          or f16700-cd-filial  <> lnk-cd-filial
                          or ws-nr-tef-pendentes not less c-max-tef-pendentes

                 if   (f16700-tef-pendente or f16700-tef-aprovada)
                 and  f16700-data-transacao less ws-data-limite
                      add  1                        to ws-nr-tef-pendentes
                      move f16700-nr-controle       to tp-nr-controle(ws-nr-tef-pendentes)
                      move f16700-data-transacao    to tp-data-transacao(ws-nr-tef-pendentes)
                      move f16700-nome-computador   to tp-nome-computador(ws-nr-tef-pendentes)
                      move f16700-valor-transacao   to tp-valor-transacao(ws-nr-tef-pendentes)
                      move f16700-id-status         to tp-id-status(ws-nr-tef-pendentes)
                 end-if

                 perform 9000-ler-pd16700-nex

            end-perform

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "RECUPERACAO DE TRANSACOES TEF PENDENTES - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial
                   " ANTERIORES A " ws-data-limite   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-tef from 1 by 1
                    until ws-ix-tef > ws-nr-tef-pendentes
                 perform 2100-recuperar-transacao
            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-confirmadas                  to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "CONFIRMADAS........: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-desfeitas                    to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "DESFEITAS..........: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-erros                        to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "NAO RESOLVIDAS.....: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            if   ws-nr-erros greater zeros
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
       2100-recuperar-transacao section.

            initialize                              lk-parametros-tef
            set  lk-tef-recuperar                   to true
            move tp-nr-controle(ws-ix-tef)          to lk-tef-nr-controle
            move lk-parametros-tef                  to lnk-linha-comando
            call c-servico-tef using lnk-par
            cancel c-servico-tef
            move lnk-linha-comando                  to lk-parametros-tef
            move spaces                             to lnk-linha-comando

            evaluate true
                 when lk-tef-confirmada
                      add  1                        to ws-nr-confirmadas
                      move "CONFIRMADA"             to ws-situacao-x
                 when lk-tef-desfeita
                      add  1                        to ws-nr-desfeitas
                      move "DESFEITA"               to ws-situacao-x
                 when other
                      add  1                        to ws-nr-erros
                      move "ERRO"                   to ws-situacao-x
            end-evaluate

            move tp-valor-transacao(ws-ix-tef)      to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string tp-nr-controle(ws-ix-tef)
                   " " tp-data-transacao(ws-ix-tef)
                   " " tp-nome-computador(ws-ix-tef)
                   " " tp-id-status(ws-ix-tef)
                   " " ws-valor-x
                   " " ws-situacao-x
                   " " lk-tef-mensagem              into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd16700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR16700.cpy.
