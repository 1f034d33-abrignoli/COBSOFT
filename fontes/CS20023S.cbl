      $set sourceformat"free"
       program-id. CS20023S.
      *>=================================================================================
      *>
      *>       Estoque e Vendas de Produtos com Grade - por Produto-Pai ou Aberto
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16500.cpy.
       copy CSS16400.cpy.
       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF16500.cpy.
       copy CSF16400.cpy.
       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS20023S".
       78   c-descricao-programa                   value "ESTOQUE E VENDAS POR GRADE".
       78   c-max-skus                             value 1000.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-inicio                      pic 9(08).
            03 ws-data-fim                         pic 9(08).
            03 ws-id-modo                          pic x(01).
               88 ws-modo-produto-pai                  value "P".
               88 ws-modo-aberto-grade                 value "G".
            03 ws-ix                               pic 9(04) comp.
            03 ws-ix-inicio-pai                    pic 9(04) comp.
            03 ws-id-entrada                       pic x(01).
               88 ws-entrada-encontrada                value "S" false "N".
            03 ws-cd-produto-pai-quebra            pic 9(09).
            03 ws-cd-grade-pai                     pic 9(09).
            03 ws-ds-produto-pai                   pic x(55).
            03 ws-cd-tamanho                       pic x(06).
            03 ws-cd-cor                           pic x(06).
            03 ws-qtde-estoque-pai                 pic s9(11)v9(04).
            03 ws-qtde-vendida-pai                 pic 9(11)v9(04).
            03 ws-valor-vendido-pai                pic 9(13)v9(02).
            03 ws-qtde-estoque-geral               pic s9(11)v9(04).
            03 ws-qtde-vendida-geral               pic 9(11)v9(04).
            03 ws-valor-vendido-geral              pic 9(13)v9(02).
            03 ws-nr-produtos-pai                  pic 9(05).
            03 ws-qtde-estoque-x                   pic ---.---.--9,99.
            03 ws-qtde-vendida-x                   pic zzz.zzz.zz9,99.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.

      *> SKUs de grade da filial na ordem produto-pai / tamanho / cor
       01   ws-tabela-skus.
            03 ws-nr-skus                          pic 9(04).
            03 ws-sku                              occurs 1000 times.
               05 ws-sk-cd-produto-pai             pic 9(09).
               05 ws-sk-seq-tamanho                pic 9(02).
               05 ws-sk-seq-cor                    pic 9(02).
               05 ws-sk-cd-produto                 pic 9(09).
               05 ws-sk-qtde-estoque               pic s9(11)v9(04).
               05 ws-sk-qtde-vendida               pic 9(11)v9(04).
               05 ws-sk-valor-vendido              pic 9(13)v9(02).

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

            string lnk-dat-path delimited   by "  " "\EFD165.DAT" into wid-pd16500
            open input pd16500
            if   ws-arquivo-inexistente
                 open output pd16500
                 close pd16500
                 open input pd16500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD165.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD164.DAT" into wid-pd16400
            open input pd16400
            if   ws-arquivo-inexistente
                 open output pd16400
                 close pd16400
                 open input pd16400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD164.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd06000
            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd05100

            accept ws-data-fim                      from date yyyymmdd
            move ws-data-fim(1:6)                   to ws-data-inicio(1:6)
            move "01"                               to ws-data-inicio(7:2)
            move "P"                                to ws-id-modo

            if   lnk-execucao-foreground
                 display "Data Inicial (AAAAMMDD):"  at line 27 col 03
                 accept ws-data-inicio              at line 27 col 29 with update auto-skip
                 display "Data Final   (AAAAMMDD):"  at line 28 col 03
                 accept ws-data-fim                 at line 28 col 29 with update auto-skip
                 display "Modo (P=Produto-pai G=Aberto por grade):" at line 29 col 03
                 accept ws-id-modo                  at line 29 col 45 with update auto-skip
                 move function upper-case(ws-id-modo) to ws-id-modo
            end-if

            if   not ws-modo-aberto-grade
                 move "P"                           to ws-id-modo
            end-if

       exit.

      *>=================================================================================
      *> Saldo em estoque (todos os depósitos) e vendas do período (notas
      *> de saída autorizadas) dos SKUs de grade, somados por produto-
      *> pai ou abertos por tamanho x cor.
       2000-processamento section.

            perform 2100-carregar-skus
            perform 2200-acumular-estoque
            perform 2300-acumular-vendas

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            if   ws-modo-aberto-grade
                 string "ESTOQUE E VENDAS POR GRADE (ABERTO) - PERIODO " ws-data-inicio " A " ws-data-fim
                                                    into rl-linha-relatorio
            else
                 string "ESTOQUE E VENDAS POR PRODUTO-PAI - PERIODO " ws-data-inicio " A " ws-data-fim
                                                    into rl-linha-relatorio
            end-if
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-cd-produto-pai-quebra
                                                       ws-qtde-estoque-geral
                                                       ws-qtde-vendida-geral
                                                       ws-valor-vendido-geral
                                                       ws-nr-produtos-pai

            perform varying ws-ix from 1 by 1
                    until ws-ix > ws-nr-skus
                 if   ws-sk-cd-produto-pai(ws-ix) not equal ws-cd-produto-pai-quebra
                      if   ws-cd-produto-pai-quebra not equal zeros
                           perform 2420-imprimir-total-pai
                      end-if
                      perform 2410-iniciar-produto-pai
                 end-if
                 perform 2400-imprimir-sku
            end-perform

            if   ws-cd-produto-pai-quebra not equal zeros
                 perform 2420-imprimir-total-pai
            end-if

            move ws-qtde-estoque-geral              to ws-qtde-estoque-x
            move ws-qtde-vendida-geral              to ws-qtde-vendida-x
            move ws-valor-vendido-geral             to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL GERAL - PRODUTOS-PAI: " ws-nr-produtos-pai
                   " ESTOQUE " ws-qtde-estoque-x
                   " VENDIDO " ws-qtde-vendida-x
                   " VALOR " ws-valor-x             into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2100-carregar-skus section.

            initialize                              ws-tabela-skus

            initialize                              f16500-sku-grade
            move lnk-cd-empresa                     to f16500-cd-empresa
            move lnk-cd-filial                      to f16500-cd-filial
            perform 9000-str-pd16500-grt
            perform 9000-ler-pd16500-nex

            perform until not ws-operacao-ok
                          or f16500-cd-empresa <> lnk-cd-empresa
                          or f16500-cd-filial  <> lnk-cd-filial
                          or ws-nr-skus not less c-max-skus

                 add  1                             to ws-nr-skus
                 move f16500-cd-produto-pai         to ws-sk-cd-produto-pai(ws-nr-skus)
                 move f16500-seq-tamanho            to ws-sk-seq-tamanho(ws-nr-skus)
                 move f16500-seq-cor                to ws-sk-seq-cor(ws-nr-skus)
                 move f16500-cd-produto             to ws-sk-cd-produto(ws-nr-skus)

                 perform 9000-ler-pd16500-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2200-acumular-estoque section.

            perform varying ws-ix from 1 by 1
                    until ws-ix > ws-nr-skus

                 initialize                         f06000-estoque
                 move lnk-cd-empresa                to f06000-cd-empresa
                 move lnk-cd-filial                 to f06000-cd-filial
                 move ws-sk-cd-produto(ws-ix)       to f06000-cd-produto
                 move zeros                         to f06000-cd-deposito
                 perform 9000-str-pd06000-grt
                 perform 9000-ler-pd06000-nex

                 perform until not ws-operacao-ok
                               or f06000-cd-empresa <> lnk-cd-empresa
                               or f06000-cd-filial  <> lnk-cd-filial
                               or f06000-cd-produto <> ws-sk-cd-produto(ws-ix)
                      add  f06000-qtde-disponivel   to ws-sk-qtde-estoque(ws-ix)
                      perform 9000-ler-pd06000-nex
                 end-perform

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2300-acumular-vendas section.

            initialize                              f05100-item-nota-fiscal
            move lnk-cd-empresa                     to f05100-cd-empresa
            move lnk-cd-filial                      to f05100-cd-filial
            perform 9000-str-pd05100-grt
            perform 9000-ler-pd05100-nex

            perform until not ws-operacao-ok
                          or f05100-cd-empresa <> lnk-cd-empresa
                          or f05100-cd-filial  <> lnk-cd-filial

                 if   f05100-tipo-nota equal 01
                      perform 2310-localizar-sku
                      if   ws-entrada-encontrada
                           perform 2320-validar-nota-item
                           if   ws-entrada-encontrada
                                add  f05100-quantidade-mercadoria to ws-sk-qtde-vendida(ws-ix)
                                add  f05100-valor-total           to ws-sk-valor-vendido(ws-ix)
                           end-if
                      end-if
                 end-if

                 perform 9000-ler-pd05100-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2310-localizar-sku section.

            set  ws-entrada-encontrada              to false

            perform varying ws-ix from 1 by 1
                    until ws-ix > ws-nr-skus
                 if   ws-sk-cd-produto(ws-ix) equal f05100-cd-mercadoria
                      set  ws-entrada-encontrada    to true
                      exit section
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Nota do item autorizada e dentro do período - leitura aleatória
      *> do mestre, a varredura sequencial dos itens não perde posição.
       2320-validar-nota-item section.

            set  ws-entrada-encontrada              to false

            initialize                              f05000-mestre-nota-fiscal
            move f05100-cd-empresa                  to f05000-cd-empresa
            move f05100-cd-filial                   to f05000-cd-filial
            move f05100-tipo-nota                   to f05000-tipo-nota
            move f05100-numero-documento            to f05000-numero-documento
            move f05100-serie-documento             to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   ws-operacao-ok
            and  f05000-nfe-autorizada
            and  f05000-data-operacao not less ws-data-inicio
            and  f05000-data-operacao not greater ws-data-fim
                 set  ws-entrada-encontrada         to true
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2400-imprimir-sku section.

            add  ws-sk-qtde-estoque(ws-ix)          to ws-qtde-estoque-pai
            add  ws-sk-qtde-vendida(ws-ix)          to ws-qtde-vendida-pai
            add  ws-sk-valor-vendido(ws-ix)         to ws-valor-vendido-pai

            if   not ws-modo-aberto-grade
                 exit section
            end-if

            move spaces                             to ws-cd-tamanho
                                                       ws-cd-cor
            initialize                              f16400-eixo-grade
            move lnk-cd-empresa                     to f16400-cd-empresa
            move lnk-cd-filial                      to f16400-cd-filial
            move ws-cd-grade-pai                    to f16400-cd-grade
            move "T"                                to f16400-tipo-eixo
            move ws-sk-seq-tamanho(ws-ix)           to f16400-sequencia
            perform 9000-ler-pd16400-ran
            if   ws-operacao-ok
                 move f16400-cd-valor               to ws-cd-tamanho
            end-if
            move "C"                                to f16400-tipo-eixo
            move ws-sk-seq-cor(ws-ix)               to f16400-sequencia
            perform 9000-ler-pd16400-ran
            if   ws-operacao-ok
                 move f16400-cd-valor               to ws-cd-cor
            end-if

            move ws-sk-qtde-estoque(ws-ix)          to ws-qtde-estoque-x
            move ws-sk-qtde-vendida(ws-ix)          to ws-qtde-vendida-x
            move ws-sk-valor-vendido(ws-ix)         to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "    SKU " ws-sk-cd-produto(ws-ix)
                   " TAM " ws-cd-tamanho
                   " COR " ws-cd-cor
                   " ESTOQUE " ws-qtde-estoque-x
                   " VENDIDO " ws-qtde-vendida-x
                   " VALOR " ws-valor-x             into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2410-iniciar-produto-pai section.

            move ws-sk-cd-produto-pai(ws-ix)        to ws-cd-produto-pai-quebra
            move zeros                              to ws-qtde-estoque-pai
                                                       ws-qtde-vendida-pai
                                                       ws-valor-vendido-pai
            add  1                                  to ws-nr-produtos-pai

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move ws-cd-produto-pai-quebra           to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 move f01800-descricao-produto      to ws-ds-produto-pai
                 move f01800-cd-grade               to ws-cd-grade-pai
            else
                 move "PRODUTO NAO CADASTRADO"      to ws-ds-produto-pai
                 move zeros                         to ws-cd-grade-pai
            end-if
            move "00"                               to ws-resultado-acesso

            if   ws-modo-aberto-grade
                 move spaces                        to rl-linha-relatorio
                 string "PRODUTO-PAI " ws-cd-produto-pai-quebra " - " ws-ds-produto-pai
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

       exit.

      *>=================================================================================
       2420-imprimir-total-pai section.

            add  ws-qtde-estoque-pai                to ws-qtde-estoque-geral
            add  ws-qtde-vendida-pai                to ws-qtde-vendida-geral
            add  ws-valor-vendido-pai               to ws-valor-vendido-geral

            move ws-qtde-estoque-pai                to ws-qtde-estoque-x
            move ws-qtde-vendida-pai                to ws-qtde-vendida-x
            move ws-valor-vendido-pai               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            if   ws-modo-aberto-grade
                 string "  TOTAL DO PRODUTO-PAI"
                        " ESTOQUE " ws-qtde-estoque-x
                        " VENDIDO " ws-qtde-vendida-x
                        " VALOR " ws-valor-x        into rl-linha-relatorio
            else
                 string ws-cd-produto-pai-quebra " " ws-ds-produto-pai(1:40)
                        " ESTOQUE " ws-qtde-estoque-x
                        " VENDIDO " ws-qtde-vendida-x
                        " VALOR " ws-valor-x        into rl-linha-relatorio
            end-if
            perform 9000-imprimir-linha-relatorio

            if   ws-modo-aberto-grade
                 move spaces                        to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd16500
            close pd16400
            close pd01800
            close pd06000
            close pd05000
            close pd05100

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR16500.cpy.
       copy CSR16400.cpy.
       copy CSR01800.cpy.
       copy CSR06000.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
