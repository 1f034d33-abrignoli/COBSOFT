      $set sourceformat"free"
       program-id. CS50030S.
      *>=================================================================================
      *>
      *>                   Relação Diária de Cheques a Depositar
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14900.cpy.
       copy CSS01400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF14900.cpy.
       copy CSF01400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50030S".
       78   c-descricao-programa                   value "CHEQUES A DEPOSITAR".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-limite                      pic 9(08).
            03 ws-data-limite-tela                 pic 9(08).
            03 ws-nr-a-depositar                   pic 9(05).
            03 ws-nr-em-custodia                   pic 9(05).
            03 ws-nr-depositados                   pic 9(05).
            03 ws-total-a-depositar                pic 9(11)v9(02).
            03 ws-total-em-custodia                pic 9(11)v9(02).
            03 ws-total-depositados                pic 9(11)v9(02).
            03 ws-nome-cliente                     pic x(30).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-quantidade-x                     pic zzzz9.

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

            string lnk-dat-path delimited   by "  " "\EFD149.DAT" into wid-pd14900
            open input pd14900
            if   ws-arquivo-inexistente
                 open output pd14900
                 close pd14900
                 open input pd14900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD149.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01400

            accept ws-data-limite                   from date yyyymmdd

            if   lnk-execucao-foreground
                 move ws-data-limite                to ws-data-inv
                 move ws-dia-inv                    to ws-dia
                 move ws-mes-inv                    to ws-mes
                 move ws-ano-inv                    to ws-ano
                 move ws-data                       to ws-data-limite-tela
                 display "Bom para ate (DDMMAAAA):"  at line 27 col 03
                 accept ws-data-limite-tela         at line 27 col 28 with update auto-skip
                 move ws-data-limite-tela           to ws-data
                 move ws-dia                        to ws-dia-inv
                 move ws-mes                        to ws-mes-inv
                 move ws-ano                        to ws-ano-inv
                 move ws-data-inv                   to ws-data-limite
            end-if

            move zeros                              to ws-nr-a-depositar
                                                       ws-nr-em-custodia
                                                       ws-nr-depositados
                                                       ws-total-a-depositar
                                                       ws-total-em-custodia
                                                       ws-total-depositados

       exit.

      *>=================================================================================
      *> Cheques em custódia com bom para até a data limite (os vencidos
      *> que ficaram para trás inclusive), seguidos dos totais da
      *> custódia futura e dos depositados aguardando compensação.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "CHEQUES A DEPOSITAR - BOM PARA ATE " ws-data-limite(7:2) "/" ws-data-limite(5:2) "/"
                   ws-data-limite(1:4) " - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "CUSTODIA  CLIENTE   NOME                           BCO AGENC CONTA        CHEQUE   BOM PARA              VALOR" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f14900-cheque
            move lnk-cd-empresa                     to f14900-cd-empresa
            move lnk-cd-filial                      to f14900-cd-filial
            perform 9000-str-pd14900-grt
            perform 9000-ler-pd14900-nex

            perform until not ws-operacao-ok
                          or f14900-cd-empresa <> lnk-cd-empresa
                          or f14900-cd-filial  <> lnk-cd-filial

                 evaluate true
                      when f14900-cheque-custodia
                       and f14900-data-bom-para <= ws-data-limite
                           perform 2100-imprimir-cheque
                      when f14900-cheque-custodia
                           add  1                   to ws-nr-em-custodia
                           add  f14900-valor-cheque to ws-total-em-custodia
                      when f14900-cheque-depositado
                      when f14900-cheque-reapresentado
                           add  1                   to ws-nr-depositados
                           add  f14900-valor-cheque to ws-total-depositados
                 end-evaluate

                 perform 9000-ler-pd14900-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-a-depositar                  to ws-quantidade-x
            move ws-total-a-depositar               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "A DEPOSITAR.................: " ws-quantidade-x " CHEQUE(S)  " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-em-custodia                  to ws-quantidade-x
            move ws-total-em-custodia               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "EM CUSTODIA PARA DATA FUTURA: " ws-quantidade-x " CHEQUE(S)  " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-depositados                  to ws-quantidade-x
            move ws-total-depositados               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "DEPOSITADOS A COMPENSAR.....: " ws-quantidade-x " CHEQUE(S)  " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2100-imprimir-cheque section.

            add  1                                  to ws-nr-a-depositar
            add  f14900-valor-cheque                to ws-total-a-depositar

            move spaces                             to ws-nome-cliente
            initialize                              f01400-cliente
            move f14900-cd-empresa                  to f01400-cd-empresa
            move f14900-cd-filial                   to f01400-cd-filial
            move f14900-cd-cliente                  to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   ws-operacao-ok
                 move f01400-razao-social           to ws-nome-cliente
            end-if
            move "00"                               to ws-resultado-acesso

            move f14900-valor-cheque                to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string f14900-nr-custodia " " f14900-cd-cliente " " ws-nome-cliente " "
                   f14900-cd-banco " " f14900-cd-agencia " " f14900-nr-conta " "
                   f14900-nr-cheque " " f14900-data-bom-para(7:2) "/" f14900-data-bom-para(5:2) "/"
                   f14900-data-bom-para(1:4) " " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd14900
            close pd01400

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR14900.cpy.
       copy CSR01400.cpy.
