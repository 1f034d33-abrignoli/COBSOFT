      $set sourceformat"free"
       program-id. CS30033S.
      *>=================================================================================
      *>
      *>           Relatório de Saldos a Entregar - Venda para Entrega Futura
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16000.cpy.
       copy CSS01400.cpy.
       copy CSS01800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF16000.cpy.
       copy CSF01400.cpy.
       copy CSF01800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30033S".
       78   c-descricao-programa                   value "SALDOS A ENTREGAR - ENTREGA FUTURA".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-cd-cliente-quebra                pic 9(09).
            03 ws-qtde-saldo                       pic 9(09)v9(04).
            03 ws-valor-saldo                      pic 9(12)v9(02).
            03 ws-valor-saldo-cliente              pic 9(12)v9(02).
            03 ws-valor-saldo-total                pic 9(12)v9(02).
            03 ws-nr-clientes                      pic 9(06).
            03 ws-qtde-x                           pic zzz.zz9,9999.
            03 ws-qtde-faturada-x                  pic zzz.zz9,9999.
            03 ws-qtde-entregue-x                  pic zzz.zz9,9999.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-data-x                           pic 99/99/9999.
            03 ws-data-ddmmaaaa                    pic 9(08).

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

            string lnk-dat-path delimited   by "  " "\EFD160.DAT" into wid-pd16000
            open input pd16000
            if   ws-arquivo-inexistente
                 open output pd16000
                 close pd16000
                 open input pd16000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD160.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd01800

            move zeros                              to ws-cd-cliente-quebra
                                                       ws-valor-saldo-cliente
                                                       ws-valor-saldo-total
                                                       ws-nr-clientes

       exit.

      *>=================================================================================
      *> Saldos em aberto dos faturamentos de entrega futura, na ordem
      *> cliente / NF-e de faturamento / produto, com subtotal por
      *> cliente - base para a programação das remessas.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "SALDOS A ENTREGAR - VENDA PARA ENTREGA FUTURA - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial          into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f16000-saldo-entrega-futura
            move lnk-cd-empresa                     to f16000-cd-empresa
            move lnk-cd-filial                      to f16000-cd-filial
            perform 9000-str-pd16000-grt-1
            perform 9000-ler-pd16000-nex

            perform until not ws-operacao-ok
                          or f16000-cd-empresa <> lnk-cd-empresa
                          or f16000-cd-filial  <> lnk-cd-filial

                 if   f16000-saldo-aberto
                 and  f16000-qtde-faturada greater f16000-qtde-entregue
                      perform 2100-imprimir-saldo
                 end-if

                 perform 9000-ler-pd16000-nex

            end-perform

            if   ws-cd-cliente-quebra not equal zeros
                 perform 2200-imprimir-total-cliente
            end-if

            move ws-valor-saldo-total               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL A ENTREGAR: " ws-valor-x
                   "  CLIENTES: " ws-nr-clientes     into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2100-imprimir-saldo section.

            if   f16000-cd-cliente not equal ws-cd-cliente-quebra
                 if   ws-cd-cliente-quebra not equal zeros
                      perform 2200-imprimir-total-cliente
                 end-if
                 perform 2110-imprimir-cabecalho-cliente
            end-if

            compute ws-qtde-saldo = f16000-qtde-faturada - f16000-qtde-entregue
            compute ws-valor-saldo rounded = ws-qtde-saldo * f16000-valor-unitario
            add  ws-valor-saldo                     to ws-valor-saldo-cliente
                                                       ws-valor-saldo-total

            initialize                              f01800-produto
            move f16000-cd-empresa                  to f01800-cd-empresa
            move f16000-cd-filial                   to f01800-cd-filial
            move f16000-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move spaces                        to f01800-descricao-produto
            end-if

            string f16000-data-faturamento(7:2) f16000-data-faturamento(5:2)
                   f16000-data-faturamento(1:4)     delimited by size into ws-data-ddmmaaaa
            move ws-data-ddmmaaaa                   to ws-data-x
            move f16000-qtde-faturada               to ws-qtde-faturada-x
            move f16000-qtde-entregue               to ws-qtde-entregue-x
            move ws-qtde-saldo                      to ws-qtde-x
            move ws-valor-saldo                     to ws-valor-x

            move spaces                             to rl-linha-relatorio
            string "  NF " f16000-numero-doc-faturamento "/" f16000-serie-doc-faturamento
                   " " ws-data-x
                   " " f16000-cd-produto " " f01800-descricao-produto(1:30)
                   " FAT " ws-qtde-faturada-x
                   " ENT " ws-qtde-entregue-x
                   " SALDO " ws-qtde-x
                   " " ws-valor-x                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2110-imprimir-cabecalho-cliente section.

            move f16000-cd-cliente                  to ws-cd-cliente-quebra
            move zeros                              to ws-valor-saldo-cliente
            add  1                                  to ws-nr-clientes

            initialize                              f01400-cliente
            move f16000-cd-empresa                  to f01400-cd-empresa
            move f16000-cd-filial                   to f01400-cd-filial
            move f16000-cd-cliente                  to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move spaces                        to f01400-razao-social
            end-if

            move spaces                             to rl-linha-relatorio
            string "CLIENTE " f16000-cd-cliente " - " f01400-razao-social into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2200-imprimir-total-cliente section.

            move ws-valor-saldo-cliente             to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  TOTAL DO CLIENTE: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd16000
            close pd01400
            close pd01800

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR16000.cpy.
       copy CSR01400.cpy.
       copy CSR01800.cpy.
