      $set sourceformat"free"
       program-id. CS20028S.
      *>=================================================================================
      *>
      *>       Qualidade - Pareto Mensal de Reclamações (RNC) por Produto e Causa
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS18200.cpy.
       copy CSS01800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF18200.cpy.
       copy CSF01800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS20028S".
       78   c-descricao-programa                   value "PARETO DE RECLAMACOES".
       78   c-max-produtos-pareto                  value 999.
       78   c-nr-causas                            value 8.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-rel                      pic 9(06).
            03 ws-ix                               pic 9(04) comp.
            03 ws-ix-2                             pic 9(04) comp.
            03 ws-nr-produtos                      pic 9(04).
            03 ws-nr-rnc-mes                       pic 9(06).
            03 ws-nr-produtos-ignorados            pic 9(06).
            03 ws-nr-acumulado                     pic 9(06).
            03 ws-nr-rnc-item                      pic 9(06).
            03 ws-perc-item                        pic 9(03)v9(02).
            03 ws-perc-acumulado                   pic 9(03)v9(02).
            03 ws-id-classe                        pic x(01).

       01   ws-campos-relatorio.
            03 ws-contador-x                       pic zzzzz9.
            03 ws-qtde-x                           pic zzz.zzz.zz9,9999.
            03 ws-perc-x                           pic zz9,99.
            03 ws-perc-acum-x                      pic zz9,99.

      *> Reclamações da competência por produto
       01   ws-tabela-produtos.
            03 ws-produto-pareto                   occurs 999 times.
               05 ws-par-cd-produto                pic 9(09).
               05 ws-par-nr-rnc                    pic 9(06).
               05 ws-par-qtde                      pic 9(11)v9(04).

       01   ws-troca-produto.
            03 ws-trc-cd-produto                   pic 9(09).
            03 ws-trc-nr-rnc                       pic 9(06).
            03 ws-trc-qtde                         pic 9(11)v9(04).

      *> Categorias de causa de f18200-cd-causa; a última é a RNC
      *> ainda sem análise
       01   ws-tabela-causas.
            03 ws-causa-pareto                     occurs 8 times.
               05 ws-cau-cd-causa                  pic x(01).
               05 ws-cau-ds-causa                  pic x(20).
               05 ws-cau-nr-rnc                    pic 9(06).

       01   ws-troca-causa.
            03 ws-trc-cd-causa                     pic x(01).
            03 ws-trc-ds-causa                     pic x(20).
            03 ws-trc-nr-rnc-causa                 pic 9(06).

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

            string lnk-dat-path delimited   by "  " "\EFD182.DAT" into wid-pd18200
            open input pd18200
            if   ws-arquivo-inexistente
                 open output pd18200
                 close pd18200
                 open input pd18200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD182.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01800

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-rel

            if   lnk-linha-comando(1:6) is numeric
                 move lnk-linha-comando(1:6)        to ws-ano-mes-rel
            end-if

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-rel              at line 27 col 29 with update auto-skip
            end-if

            initialize                              ws-tabela-produtos
                                                    ws-tabela-causas
            move zeros                              to ws-nr-produtos
                                                       ws-nr-rnc-mes
                                                       ws-nr-produtos-ignorados

            move "M"                                to ws-cau-cd-causa(1)
            move "MATERIAL FORNECEDOR"              to ws-cau-ds-causa(1)
            move "P"                                to ws-cau-cd-causa(2)
            move "PROCESSO"                         to ws-cau-ds-causa(2)
            move "O"                                to ws-cau-cd-causa(3)
            move "MAO DE OBRA"                      to ws-cau-ds-causa(3)
            move "A"                                to ws-cau-cd-causa(4)
            move "ARMAZENAGEM"                      to ws-cau-ds-causa(4)
            move "T"                                to ws-cau-cd-causa(5)
            move "TRANSPORTE"                       to ws-cau-ds-causa(5)
            move "U"                                to ws-cau-cd-causa(6)
            move "USO PELO CLIENTE"                 to ws-cau-ds-causa(6)
            move "X"                                to ws-cau-cd-causa(7)
            move "OUTRA"                            to ws-cau-ds-causa(7)
            move space                              to ws-cau-cd-causa(8)
            move "SEM ANALISE"                      to ws-cau-ds-causa(8)

       exit.

      *>=================================================================================
      *> RNCs abertas na competência, contadas por produto e por
      *> categoria de causa; cada lista sai em ordem decrescente com o
      *> percentual e o acumulado - os itens até 80% do acumulado são
      *> os poucos vitais (marca A) onde atacar primeiro.
       2000-processamento section.

            initialize                              f18200-rnc
            move lnk-cd-empresa                     to f18200-cd-empresa
            move lnk-cd-filial                      to f18200-cd-filial
            perform 9000-str-pd18200-grt
            perform 9000-ler-pd18200-nex

            perform until not ws-operacao-ok
                          or f18200-cd-empresa <> lnk-cd-empresa
                          or f18200-cd-filial  <> lnk-cd-filial

                 if   f18200-data-abertura(1:6) equal ws-ano-mes-rel
                      add  1                        to ws-nr-rnc-mes
                      perform 2100-acumular-produto
                      perform 2110-acumular-causa
                 end-if

                 perform 9000-ler-pd18200-nex

            end-perform

            perform 2200-ordenar-listas

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "PARETO DE RECLAMACOES DE CLIENTES (RNC) - COMPETENCIA " ws-ano-mes-rel
                   " - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-rnc-mes                      to ws-contador-x
            move spaces                             to rl-linha-relatorio
            string "RNC ABERTAS NO MES: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 2300-imprimir-produtos
            perform 2400-imprimir-causas

            if   ws-nr-produtos-ignorados greater zeros
                 move spaces                        to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move ws-nr-produtos-ignorados      to ws-contador-x
                 move spaces                        to rl-linha-relatorio
                 string "RNC FORA DO PARETO POR PRODUTO (LIMITE DA TABELA): " ws-contador-x
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
            end-if

            perform 9000-fechar-relatorio

            move ws-nr-rnc-mes                      to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       2100-acumular-produto section.

            perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-produtos
                 if   ws-par-cd-produto(ws-ix) equal f18200-cd-produto
                      exit perform
                 end-if
            end-perform

            if   ws-ix > ws-nr-produtos
                 if   ws-nr-produtos not less c-max-produtos-pareto
                      add  1                        to ws-nr-produtos-ignorados
                      exit section
                 end-if
                 add  1                             to ws-nr-produtos
                 move ws-nr-produtos                to ws-ix
                 move f18200-cd-produto             to ws-par-cd-produto(ws-ix)
            end-if

            add  1                                  to ws-par-nr-rnc(ws-ix)
            add  f18200-qtde-reclamada              to ws-par-qtde(ws-ix)

       exit.

      *>=================================================================================
       2110-acumular-causa section.

            perform varying ws-ix from 1 by 1 until ws-ix > c-nr-causas
                 if   ws-cau-cd-causa(ws-ix) equal f18200-cd-causa
                      exit perform
                 end-if
            end-perform

            if   ws-ix > c-nr-causas
                 move c-nr-causas                   to ws-ix
            end-if

            add  1                                  to ws-cau-nr-rnc(ws-ix)

       exit.

      *>=================================================================================
      *> Ordena por número de RNC decrescente (troca simples)
       2200-ordenar-listas section.

            perform varying ws-ix from 1 by 1
                    until ws-ix not less ws-nr-produtos
                 perform varying ws-ix-2 from 1 by 1
                         until ws-ix-2 not less ws-nr-produtos
                      if   ws-par-nr-rnc(ws-ix-2) less ws-par-nr-rnc(ws-ix-2 + 1)
                           move ws-produto-pareto(ws-ix-2)     to ws-troca-produto
                           move ws-produto-pareto(ws-ix-2 + 1) to ws-produto-pareto(ws-ix-2)
                           move ws-troca-produto               to ws-produto-pareto(ws-ix-2 + 1)
                      end-if
                 end-perform
            end-perform

            perform varying ws-ix from 1 by 1
                    until ws-ix not less c-nr-causas
                 perform varying ws-ix-2 from 1 by 1
                         until ws-ix-2 not less c-nr-causas
                      if   ws-cau-nr-rnc(ws-ix-2) less ws-cau-nr-rnc(ws-ix-2 + 1)
                           move ws-causa-pareto(ws-ix-2)     to ws-troca-causa
                           move ws-causa-pareto(ws-ix-2 + 1) to ws-causa-pareto(ws-ix-2)
                           move ws-troca-causa               to ws-causa-pareto(ws-ix-2 + 1)
                      end-if
                 end-perform
            end-perform

       exit.

      *>=================================================================================
       2300-imprimir-produtos section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "PARETO POR PRODUTO"               to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "C PRODUTO   DESCRICAO                                   RNC   QTDE RECLAMADA      %  ACUM.%"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-nr-acumulado

            perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-produtos

                 initialize                         f01800-produto
                 move lnk-cd-empresa                to f01800-cd-empresa
                 move lnk-cd-filial                 to f01800-cd-filial
                 move ws-par-cd-produto(ws-ix)      to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   not ws-operacao-ok
                      move spaces                   to f01800-descricao-produto
                 end-if

                 move ws-par-nr-rnc(ws-ix)          to ws-contador-x
                 move ws-par-qtde(ws-ix)            to ws-qtde-x
                 move ws-par-nr-rnc(ws-ix)          to ws-nr-rnc-item
                 perform 2500-calcular-percentuais
                 add  ws-par-nr-rnc(ws-ix)          to ws-nr-acumulado

                 move spaces                        to rl-linha-relatorio
                 string ws-id-classe " " ws-par-cd-produto(ws-ix) " "
                        f01800-descricao-produto(1:40) " " ws-contador-x " "
                        ws-qtde-x " " ws-perc-x " " ws-perc-acum-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

            end-perform

       exit.

      *>=================================================================================
       2400-imprimir-causas section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "PARETO POR CAUSA"                 to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "C CAUSA                   RNC      %  ACUM.%"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-nr-acumulado

            perform varying ws-ix from 1 by 1 until ws-ix > c-nr-causas

                 if   ws-cau-nr-rnc(ws-ix) equal zeros
                      exit perform
                 end-if

                 move ws-cau-nr-rnc(ws-ix)          to ws-contador-x
                 move ws-cau-nr-rnc(ws-ix)          to ws-nr-rnc-item
                 perform 2500-calcular-percentuais
                 add  ws-cau-nr-rnc(ws-ix)          to ws-nr-acumulado

                 move spaces                        to rl-linha-relatorio
                 string ws-id-classe " " ws-cau-ds-causa(ws-ix) " " ws-contador-x " "
                        ws-perc-x " " ws-perc-acum-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

            end-perform

       exit.

      *>=================================================================================
      *> Percentual do item e acumulado (antes de somar o item, para a
      *> marca A valer também ao item que cruza os 80%)
       2500-calcular-percentuais section.

            move zeros                              to ws-perc-item
                                                       ws-perc-acumulado
            if   ws-nr-rnc-mes greater zeros
                 compute ws-perc-item rounded =
                         ws-nr-rnc-item * 100 / ws-nr-rnc-mes
                 compute ws-perc-acumulado rounded =
                         ws-nr-acumulado * 100 / ws-nr-rnc-mes
            end-if

            if   ws-perc-acumulado less 80
                 move "A"                           to ws-id-classe
            else
                 move space                         to ws-id-classe
            end-if

            compute ws-perc-acumulado rounded =
                    ws-perc-acumulado + ws-perc-item
            if   ws-perc-acumulado greater 100
                 move 100                           to ws-perc-acumulado
            end-if

            move ws-perc-item                       to ws-perc-x
            move ws-perc-acumulado                  to ws-perc-acum-x

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd18200
            close pd01800

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR18200.cpy.
       copy CSR01800.cpy.
