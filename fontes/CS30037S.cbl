      $set sourceformat"free"
       program-id. CS30037S.
      *>=================================================================================
      *>
      *>        Resultado de Promoção - Campanha x Quatro Semanas Anteriores
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17100.cpy.
       copy CSS17200.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS01900.cpy.
       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF17100.cpy.
       copy CSF17200.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF01900.cpy.
       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30037S".
       78   c-descricao-programa                   value "RESULTADO DE PROMOCAO".
       78   c-max-produtos                         value 500.
       78   c-dias-comparacao                      value 28.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-promocao                      pic 9(06).
            03 ws-data-inicio-anterior             pic 9(08).
            03 ws-data-fim-anterior                pic 9(08).
            03 ws-id-periodo                       pic x(01).
               88 ws-periodo-campanha                  value "C".
               88 ws-periodo-anterior                  value "A".
            03 ws-custo-item                       pic 9(11)v9(02).
            03 ws-numero-doc-busca                 pic x(09).
            03 ws-nr-ocorrencias                   pic 9(03).
            03 ws-cd-produto-promocao              pic 9(09).
            03 ws-nr-produtos                      pic 9(04).
            03 ws-ix                               pic 9(04) comp.
            03 ws-ix-produto                       pic 9(04) comp.
            03 ws-margem-perc                      pic s9(05)v9(02).
            03 ws-margem-x                         pic -zzz9,99.
            03 ws-variacao-perc                    pic s9(05)v9(02).
            03 ws-variacao-x                       pic -zzz9,99.
            03 ws-qtde-x                           pic zzz.zzz.zz9,99.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-id-achou                         pic x(01).
               88 ws-achou                             value "S" false "N".

       01   ws-tabela-produtos.
            03 ws-produto-promocao                 occurs 500 times.
               05 pp-cd-produto                    pic 9(09).
               05 pp-qtde-campanha                 pic 9(11)v9(04).
               05 pp-qtde-em-promocao              pic 9(11)v9(04).
               05 pp-receita-campanha              pic 9(12)v9(02).
               05 pp-custo-campanha                pic 9(12)v9(02).
               05 pp-qtde-anterior                 pic 9(11)v9(04).
               05 pp-receita-anterior              pic 9(12)v9(02).
               05 pp-custo-anterior                pic 9(12)v9(02).

       01   ws-totais.
            03 tt-qtde-campanha                    pic 9(11)v9(04).
            03 tt-qtde-em-promocao                 pic 9(11)v9(04).
            03 tt-receita-campanha                 pic 9(12)v9(02).
            03 tt-custo-campanha                   pic 9(12)v9(02).
            03 tt-qtde-anterior                    pic 9(11)v9(04).
            03 tt-receita-anterior                 pic 9(12)v9(02).
            03 tt-custo-anterior                   pic 9(12)v9(02).

      *> Linha de resultado de um período (produto ou total)
       01   ws-resultado-periodo.
            03 rp-qtde                             pic 9(11)v9(04).
            03 rp-receita                          pic 9(12)v9(02).
            03 rp-custo                            pic 9(12)v9(02).

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
      *> Promoção informada no prompt ou nas 6 primeiras posições da
      *> linha de comando.
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD171.DAT" into wid-pd17100
            open input pd17100
            if   ws-arquivo-inexistente
                 open output pd17100
                 close pd17100
                 open input pd17100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD171.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD172.DAT" into wid-pd17200
            open input pd17200
            if   ws-arquivo-inexistente
                 open output pd17200
                 close pd17200
                 open input pd17200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD172.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd05100
            perform 9000-abrir-i-pd01900
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd06000

            move zeros                              to ws-nr-promocao

            if   lnk-execucao-foreground
                 display "Promocao...............:"  at line 27 col 03
                 accept ws-nr-promocao              at line 27 col 29 with update auto-skip
            else
                 if   lnk-linha-comando(1:6) is numeric
                      move lnk-linha-comando(1:6)   to ws-nr-promocao
                 end-if
            end-if

            initialize                              ws-tabela-produtos
                                                    ws-totais
            move zeros                              to ws-nr-produtos

       exit.

      *>=================================================================================
      *> Vendas autorizadas da filial dos produtos da promoção: período
      *> da campanha contra as quatro semanas imediatamente anteriores,
      *> com a margem sobre o custo do movimento de saída.
       2000-processamento section.

            initialize                              f17100-promocao
            move lnk-cd-empresa                     to f17100-cd-empresa
            move ws-nr-promocao                     to f17100-nr-promocao
            perform 9000-ler-pd17100-ran
            if   not ws-operacao-ok
                 string "Promoção [" ws-nr-promocao "] não cadastrada" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
                 exit section
            end-if

            compute ws-data-fim-anterior = function date-of-integer(
                    function integer-of-date(f17100-data-inicio) - 1)
            compute ws-data-inicio-anterior = function date-of-integer(
                    function integer-of-date(f17100-data-inicio) - c-dias-comparacao)

            initialize                              f17200-produto-promocao
            move lnk-cd-empresa                     to f17200-cd-empresa
            move ws-nr-promocao                     to f17200-nr-promocao
            move zeros                              to f17200-cd-produto
            perform 9000-str-pd17200-grt
            perform 9000-ler-pd17200-nex

            perform until not ws-operacao-ok
                          or f17200-cd-empresa  <> lnk-cd-empresa
                          or f17200-nr-promocao <> ws-nr-promocao
                          or ws-nr-produtos not less c-max-produtos

                 add  1                             to ws-nr-produtos
                 move f17200-cd-produto             to pp-cd-produto(ws-nr-produtos)

                 perform 9000-ler-pd17200-nex

            end-perform

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            perform 9000-str-pd05000-grt
            perform 9000-ler-pd05000-nex

            perform until not ws-operacao-ok
                          or f05000-cd-empresa <> lnk-cd-empresa
                          or f05000-cd-filial  <> lnk-cd-filial

                 move spaces                        to ws-id-periodo
                 if   f05000-data-operacao not less f17100-data-inicio
                 and  f05000-data-operacao not greater f17100-data-fim
                      set  ws-periodo-campanha      to true
                 end-if
                 if   f05000-data-operacao not less ws-data-inicio-anterior
                 and  f05000-data-operacao not greater ws-data-fim-anterior
                      set  ws-periodo-anterior      to true
                 end-if

                 if   ws-id-periodo not equal spaces
                 and  f05000-nfe-autorizada
                 and  f05000-nota-saida
                      perform 2100-processar-itens-nota
                 end-if

                 perform 9000-ler-pd05000-nex

            end-perform

            perform 2400-imprimir-relatorio

       exit.

      *>=================================================================================
       2100-processar-itens-nota section.

            initialize                              f05100-item-nota-fiscal
            move f05000-cd-empresa                  to f05100-cd-empresa
            move f05000-cd-filial                   to f05100-cd-filial
            move f05000-tipo-nota                   to f05100-tipo-nota
            move f05000-numero-documento            to f05100-numero-documento
            move f05000-serie-documento             to f05100-serie-documento
            perform 9000-str-pd05100-grt
            perform 9000-ler-pd05100-nex

            perform until not ws-operacao-ok
                          or f05100-cd-empresa       <> f05000-cd-empresa
                          or f05100-cd-filial        <> f05000-cd-filial
                          or f05100-tipo-nota        <> f05000-tipo-nota
                          or f05100-numero-documento <> f05000-numero-documento
                          or f05100-serie-documento  <> f05000-serie-documento

                 perform 2110-localizar-produto
                 if   ws-ix-produto greater zeros
                      perform 2200-custo-do-item
                      perform 2300-acumular-item
                 end-if

                 perform 9000-ler-pd05100-nex

            end-perform

       exit.

      *>=================================================================================
      *> Produto do item na promoção - direto ou pelo produto-pai, para
      *> SKU de grade cuja promoção foi cadastrada no pai.
       2110-localizar-produto section.

            move f05100-cd-mercadoria               to ws-cd-produto-promocao
            perform 2120-procurar-tabela

            if   ws-ix-produto equal zeros
                 initialize                         f01800-produto
                 move lnk-cd-empresa                to f01800-cd-empresa
                 move lnk-cd-filial                 to f01800-cd-filial
                 move f05100-cd-mercadoria          to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   ws-operacao-ok
                 and  f01800-produto-grade-sku
                      move f01800-cd-produto-pai    to ws-cd-produto-promocao
                      perform 2120-procurar-tabela
                 end-if
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2120-procurar-tabela section.

            move zeros                              to ws-ix-produto

            perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-produtos
                 if   pp-cd-produto(ws-ix) equal ws-cd-produto-promocao
                      move ws-ix                    to ws-ix-produto
                      exit perform
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Custo do item: movimento de saída da venda no dia da nota
      *> (pd01900, histórico com o número da nota); sem movimento, o
      *> custo médio atual - o mesmo critério da rentabilidade
      *> (CS30027S).
       2200-custo-do-item section.

            move zeros                              to ws-custo-item
            set  ws-achou                           to false

            move f05000-numero-documento            to ws-numero-doc-busca

            initialize                              f01900-mov-estoque
            move f05100-cd-empresa                  to f01900-cd-empresa
            move f05100-cd-filial                   to f01900-cd-filial
            move f05100-cd-mercadoria               to f01900-cd-produto
            move f05100-cd-deposito                 to f01900-cd-deposito
            move f05000-data-operacao               to f01900-data-movimento
            perform 9000-str-pd01900-grt
            perform 9000-ler-pd01900-nex

            perform until not ws-operacao-ok
                          or f01900-cd-empresa      <> f05100-cd-empresa
                          or f01900-cd-filial       <> f05100-cd-filial
                          or f01900-cd-produto      <> f05100-cd-mercadoria
                          or f01900-cd-deposito     <> f05100-cd-deposito
                          or f01900-data-movimento  <> f05000-data-operacao
                          or ws-achou

                 move zeros                         to ws-nr-ocorrencias
                 inspect f01900-ds-motivo
                         tallying ws-nr-ocorrencias
                         for all ws-numero-doc-busca

                 if   f01900-movimento-saida
                 and  ws-nr-ocorrencias greater zeros
                      move f01900-valor-custo       to ws-custo-item
                      set ws-achou                  to true
                 else
                      perform 9000-ler-pd01900-nex
                 end-if

            end-perform

            if   not ws-achou
                 initialize                         f06000-estoque
                 move f05100-cd-empresa             to f06000-cd-empresa
                 move f05100-cd-filial              to f06000-cd-filial
                 move f05100-cd-mercadoria          to f06000-cd-produto
                 move f05100-cd-deposito            to f06000-cd-deposito
                 perform 9000-ler-pd06000-ran
                 if   ws-operacao-ok
                      compute ws-custo-item rounded =
                              f05100-quantidade-mercadoria
                              * f06000-custo-medio
                 end-if
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2300-acumular-item section.

            if   ws-periodo-campanha
                 add  f05100-quantidade-mercadoria  to pp-qtde-campanha(ws-ix-produto)
                 add  f05100-valor-total            to pp-receita-campanha(ws-ix-produto)
                 add  ws-custo-item                 to pp-custo-campanha(ws-ix-produto)
                 if   f05100-nr-promocao equal ws-nr-promocao
                      add  f05100-quantidade-mercadoria to pp-qtde-em-promocao(ws-ix-produto)
                 end-if
            else
                 add  f05100-quantidade-mercadoria  to pp-qtde-anterior(ws-ix-produto)
                 add  f05100-valor-total            to pp-receita-anterior(ws-ix-produto)
                 add  ws-custo-item                 to pp-custo-anterior(ws-ix-produto)
            end-if

       exit.

      *>=================================================================================
       2400-imprimir-relatorio section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "RESULTADO DA PROMOCAO " f17100-nr-promocao " - " f17100-descricao
                   " - EMPRESA " lnk-cd-empresa " FILIAL " lnk-cd-filial
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "CAMPANHA " f17100-data-inicio " A " f17100-data-fim
                   "   QUATRO SEMANAS ANTES " ws-data-inicio-anterior
                   " A " ws-data-fim-anterior       into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-produtos

                 initialize                         f01800-produto
                 move lnk-cd-empresa                to f01800-cd-empresa
                 move lnk-cd-filial                 to f01800-cd-filial
                 move pp-cd-produto(ws-ix)          to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   not ws-operacao-ok
                      move spaces                   to f01800-descricao-produto
                 end-if

                 move pp-qtde-em-promocao(ws-ix)    to ws-qtde-x
                 move spaces                        to rl-linha-relatorio
                 string pp-cd-produto(ws-ix) " " f01800-descricao-produto(1:40)
                        "   VENDIDO NA PROMOCAO: " ws-qtde-x
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 move pp-qtde-campanha(ws-ix)       to rp-qtde
                 move pp-receita-campanha(ws-ix)    to rp-receita
                 move pp-custo-campanha(ws-ix)      to rp-custo
                 move "   CAMPANHA......:"          to rl-linha-relatorio
                 perform 2410-imprimir-periodo

                 move pp-qtde-anterior(ws-ix)       to rp-qtde
                 move pp-receita-anterior(ws-ix)    to rp-receita
                 move pp-custo-anterior(ws-ix)      to rp-custo
                 move "   4 SEMANAS ANT.:"          to rl-linha-relatorio
                 perform 2410-imprimir-periodo

                 move pp-qtde-campanha(ws-ix)       to rp-qtde
                 move pp-qtde-anterior(ws-ix)       to rp-receita
                 perform 2420-imprimir-variacao

                 add  pp-qtde-campanha(ws-ix)       to tt-qtde-campanha
                 add  pp-qtde-em-promocao(ws-ix)    to tt-qtde-em-promocao
                 add  pp-receita-campanha(ws-ix)    to tt-receita-campanha
                 add  pp-custo-campanha(ws-ix)      to tt-custo-campanha
                 add  pp-qtde-anterior(ws-ix)       to tt-qtde-anterior
                 add  pp-receita-anterior(ws-ix)    to tt-receita-anterior
                 add  pp-custo-anterior(ws-ix)      to tt-custo-anterior

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move tt-qtde-em-promocao                to ws-qtde-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL DA PROMOCAO   VENDIDO NA PROMOCAO: " ws-qtde-x
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move tt-qtde-campanha                   to rp-qtde
            move tt-receita-campanha                to rp-receita
            move tt-custo-campanha                  to rp-custo
            move "   CAMPANHA......:"               to rl-linha-relatorio
            perform 2410-imprimir-periodo

            move tt-qtde-anterior                   to rp-qtde
            move tt-receita-anterior                to rp-receita
            move tt-custo-anterior                  to rp-custo
            move "   4 SEMANAS ANT.:"               to rl-linha-relatorio
            perform 2410-imprimir-periodo

            move tt-receita-campanha                to rp-qtde
            move tt-receita-anterior                to rp-receita
            perform 2420-imprimir-variacao

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Completa a linha iniciada em rl-linha-relatorio com unidades,
      *> receita e margem de ws-resultado-periodo.
       2410-imprimir-periodo section.

            if   rp-receita greater zeros
                 compute ws-margem-perc rounded =
                         (rp-receita - rp-custo) * 100 / rp-receita
            else
                 move zeros                         to ws-margem-perc
            end-if

            move rp-qtde                            to ws-qtde-x
            move rp-receita                         to ws-valor-x
            move ws-margem-perc                     to ws-margem-x
            string rl-linha-relatorio(1:18)
                   " UNIDADES " ws-qtde-x
                   " RECEITA " ws-valor-x
                   " MARGEM " ws-margem-x "%"      into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Variação da campanha (rp-qtde) sobre o período anterior
      *> (rp-receita) - em unidades por produto, em receita no total.
       2420-imprimir-variacao section.

            move spaces                             to rl-linha-relatorio
            if   rp-receita greater zeros
                 compute ws-variacao-perc rounded =
                         (rp-qtde - rp-receita) * 100 / rp-receita
                 move ws-variacao-perc              to ws-variacao-x
                 string "   VARIACAO......: " ws-variacao-x "%"
                                                    into rl-linha-relatorio
            else
                 move "   VARIACAO......: SEM VENDAS NO PERIODO ANTERIOR" to rl-linha-relatorio
            end-if
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd17100
            close pd17200
            close pd05000
            close pd05100
            close pd01900
            close pd01800
            close pd06000

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR17100.cpy.
       copy CSR17200.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR01900.cpy.
       copy CSR01800.cpy.
       copy CSR06000.cpy.
