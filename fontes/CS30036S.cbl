      $set sourceformat"free"
       program-id. CS30036S.
      *>=================================================================================
      *>
      *>        Expiração de Pontos de Fidelidade e Passivo de Pontos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17000.cpy.
       copy CSS01400.cpy.
       copy CSS04700.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF17000.cpy.
       copy CSF01400.cpy.
       copy CSF04700.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30036S".
       78   c-descricao-programa                   value "EXPIRACAO/PASSIVO FIDELIDADE".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-referencia                  pic 9(08).
            03 ws-valor-ponto                      pic 9(05)v9(02).
            03 ws-chave-credito                    pic x(25).
            03 ws-cd-cliente                       pic 9(09).
            03 ws-nr-lancamento                    pic 9(09).
            03 ws-pontos-expirados                 pic 9(09).
            03 ws-nr-tentativas                    pic 9(02).
            03 ws-saldo-cliente                    pic 9(09).
            03 ws-valor-cliente                    pic 9(11)v9(02).
            03 ws-nr-expiracoes                    pic 9(07).
            03 ws-total-expirado                   pic 9(11).
            03 ws-nr-clientes                      pic 9(07).
            03 ws-total-pontos                     pic 9(11).
            03 ws-total-valor                      pic 9(13)v9(02).
            03 ws-nr-erros                         pic 9(04).
            03 ws-pontos-x                         pic zz.zzz.zzz.zz9.
            03 ws-valor-x                          pic z.zzz.zzz.zzz.zz9,99.
            03 ws-contagem-x                       pic z.zzz.zz9.

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
      *> Data de referência default hoje: vencem os créditos com validade
      *> anterior a ela. Rodado no fechamento do mês dá o passivo de
      *> pontos da filial na data.
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD170.DAT" into wid-pd17000
            open i-o pd17000
            if   ws-arquivo-inexistente
                 open output pd17000
                 close pd17000
                 open i-o pd17000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD170.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd04700

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to ws-data-referencia

            if   lnk-execucao-foreground
                 display "Data referencia........:" at line 27 col 03
                 accept ws-data-referencia          at line 27 col 29 with update auto-skip
            else
                 if   lnk-linha-comando(1:8) is numeric
                      move lnk-linha-comando(1:8)   to ws-data-referencia
                 end-if
            end-if

            move 0,01                               to ws-valor-ponto
            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move "FIDELIDADE-VALOR-PONTO"           to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
                 move f04700-valor-numero           to ws-valor-ponto
            end-if

            move zeros                              to ws-nr-expiracoes
                                                       ws-total-expirado
                                                       ws-nr-clientes
                                                       ws-total-pontos
                                                       ws-total-valor
                                                       ws-nr-erros

       exit.

      *>=================================================================================
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "FIDELIDADE - EXPIRACAO E PASSIVO DE PONTOS - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial
                   " REFERENCIA " ws-data-referencia into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 2100-expirar-creditos
            perform 2200-apurar-passivo

            perform 9000-fechar-relatorio

            if   ws-nr-erros greater zeros
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
      *> Zera o disponível dos créditos vencidos e registra um débito "X"
      *> no extrato do cliente com os pontos perdidos. Depois da gravação
      *> a leitura recomeça logo após o crédito tratado.
       2100-expirar-creditos section.

            move spaces                             to rl-linha-relatorio
            move "PONTOS EXPIRADOS"                 to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f17000-lancamento-fidelidade
            move lnk-cd-empresa                     to f17000-cd-empresa
            move lnk-cd-filial                      to f17000-cd-filial
            perform 9000-str-pd17000-grt
            perform 9000-ler-pd17000-nex

            perform until not ws-operacao-ok
                          or f17000-cd-empresa <> lnk-cd-empresa
                          or f17000-cd-filial  <> lnk-cd-filial

                 if   f17000-lancamento-credito
                 and  f17000-pontos-disponiveis greater zeros
                 and  f17000-data-validade less ws-data-referencia
                      move f17000-chave             to ws-chave-credito
                      perform 2110-expirar-credito
                      move ws-chave-credito         to f17000-chave
                      perform 9000-str-pd17000-grt
                 end-if

                 perform 9000-ler-pd17000-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-expiracoes                   to ws-contagem-x
            move ws-total-expirado                  to ws-pontos-x
            move spaces                             to rl-linha-relatorio
            string "CREDITOS EXPIRADOS.: " ws-contagem-x
                   "   PONTOS: " ws-pontos-x        into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2110-expirar-credito section.

            move f17000-cd-cliente                  to ws-cd-cliente
            move f17000-pontos-disponiveis          to ws-pontos-expirados

            move zeros                              to f17000-pontos-disponiveis
            perform 9000-regravar-pd17000
            if   not ws-operacao-ok
                 add  1                             to ws-nr-erros
                 move spaces                        to rl-linha-relatorio
                 string "ERRO AO ATUALIZAR CREDITO " f17000-cd-cliente "/" f17000-nr-lancamento
                        " - STATUS " ws-resultado-acesso into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            move spaces                             to rl-linha-relatorio
            move ws-pontos-expirados                to ws-pontos-x
            string f17000-cd-cliente " LANC " f17000-nr-lancamento
                   " NF " f17000-numero-documento "/" f17000-serie-documento
                   " VALIDADE " f17000-data-validade
                   " PONTOS " ws-pontos-x           into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            add  1                                  to ws-nr-expiracoes
            add  ws-pontos-expirados                to ws-total-expirado

            move zeros                              to ws-nr-tentativas

            perform until ws-nr-tentativas not less 5

                 add  1                             to ws-nr-tentativas

                 initialize                         f17000-lancamento-fidelidade
                 move lnk-cd-empresa                to f17000-cd-empresa
                 move lnk-cd-filial                 to f17000-cd-filial
                 move ws-cd-cliente                 to f17000-cd-cliente
                 move 999999999                     to f17000-nr-lancamento
                 perform 9000-str-pd17000-ngrt
                 perform 9000-ler-pd17000-pre
                 if   ws-operacao-ok
                 and  f17000-cd-empresa equal lnk-cd-empresa
                 and  f17000-cd-filial  equal lnk-cd-filial
                 and  f17000-cd-cliente equal ws-cd-cliente
                      compute ws-nr-lancamento = f17000-nr-lancamento + 1
                 else
                      move 1                        to ws-nr-lancamento
                 end-if

                 initialize                         f17000-lancamento-fidelidade
                 move lnk-cd-empresa                to f17000-cd-empresa
                 move lnk-cd-filial                 to f17000-cd-filial
                 move ws-cd-cliente                 to f17000-cd-cliente
                 move ws-nr-lancamento              to f17000-nr-lancamento
                 set  f17000-debito-expiracao       to true
                 move ws-data-referencia            to f17000-data-lancamento
                 move ws-pontos-expirados           to f17000-pontos
                 move lnk-id-usuario                to f17000-id-usuario
                 perform 9000-gravar-pd17000
                 if   ws-operacao-ok
                      exit perform
                 end-if

            end-perform

            if   not ws-operacao-ok
                 add  1                             to ws-nr-erros
                 move spaces                        to rl-linha-relatorio
                 string "ERRO AO GRAVAR EXPIRACAO DO CLIENTE " ws-cd-cliente
                        " - STATUS " ws-resultado-acesso into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

       exit.

      *>=================================================================================
      *> Saldo de pontos válidos por cliente e o valor equivalente em
      *> reais pelo FIDELIDADE-VALOR-PONTO - o passivo a provisionar.
       2200-apurar-passivo section.

            move spaces                             to rl-linha-relatorio
            move "PASSIVO DE PONTOS POR CLIENTE"    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-cd-cliente
                                                       ws-saldo-cliente

            initialize                              f17000-lancamento-fidelidade
            move lnk-cd-empresa                     to f17000-cd-empresa
            move lnk-cd-filial                      to f17000-cd-filial
            perform 9000-str-pd17000-grt
            perform 9000-ler-pd17000-nex

            perform until not ws-operacao-ok
                          or f17000-cd-empresa <> lnk-cd-empresa
                          or f17000-cd-filial  <> lnk-cd-filial

                 if   f17000-cd-cliente not equal ws-cd-cliente
                      perform 2210-imprimir-cliente
                      move f17000-cd-cliente        to ws-cd-cliente
                      move zeros                    to ws-saldo-cliente
                 end-if

                 if   f17000-lancamento-credito
                 and  f17000-data-validade not less ws-data-referencia
                      add  f17000-pontos-disponiveis to ws-saldo-cliente
                 end-if

                 perform 9000-ler-pd17000-nex

            end-perform

            perform 2210-imprimir-cliente

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-clientes                     to ws-contagem-x
            move ws-total-pontos                    to ws-pontos-x
            move ws-total-valor                     to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "CLIENTES COM SALDO.: " ws-contagem-x
                   "   PONTOS: " ws-pontos-x
                   "   PASSIVO R$ " ws-valor-x      into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2210-imprimir-cliente section.

            if   ws-saldo-cliente equal zeros
                 exit section
            end-if

            initialize                              f01400-cliente
            move lnk-cd-empresa                     to f01400-cd-empresa
            move lnk-cd-filial                      to f01400-cd-filial
            move ws-cd-cliente                      to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move spaces                        to f01400-razao-social
            end-if

            compute ws-valor-cliente = ws-saldo-cliente * ws-valor-ponto

            add  1                                  to ws-nr-clientes
            add  ws-saldo-cliente                   to ws-total-pontos
            add  ws-valor-cliente                   to ws-total-valor

            move ws-saldo-cliente                   to ws-pontos-x
            move ws-valor-cliente                   to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string ws-cd-cliente " " f01400-razao-social(1:40)
                   " PONTOS " ws-pontos-x
                   " R$ " ws-valor-x                into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd17000
            close pd01400
            close pd04700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR17000.cpy.
       copy CSR01400.cpy.
       copy CSR04700.cpy.
