      *>=================================================================================
      *> Rotinas Genéricas - Matriz de Grade (Tamanho x Cor)
      *>=================================================================================
      *> Carrega a matriz do produto-pai em ws-gr-cd-produto-pai, com a
      *> grade em ws-gr-cd-grade: tamanhos e cores de pd16400 na ordem
      *> cadastrada e o SKU gerado de cada célula (pd16500). Célula sem
      *> SKU fica zerada e não é oferecida na digitação.
       9000-carregar-grade-produto section.

            move zeros                              to ws-gr-nr-tamanhos
                                                       ws-gr-nr-cores
                                                       ws-gr-nr-skus
                                                       ws-gr-qtde-total
            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > 12
                 move spaces                        to ws-gr-cd-tamanho(ws-gr-ix-tamanho)
                 perform varying ws-gr-ix-cor from 1 by 1
                         until ws-gr-ix-cor > 8
                      move zeros                    to ws-gr-cd-sku(ws-gr-ix-tamanho, ws-gr-ix-cor)
                                                       ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor)
                 end-perform
            end-perform
            perform varying ws-gr-ix-cor from 1 by 1
                    until ws-gr-ix-cor > 8
                 move spaces                        to ws-gr-cd-cor(ws-gr-ix-cor)
            end-perform

            initialize                              f16400-eixo-grade
            move lnk-cd-empresa                     to f16400-cd-empresa
            move lnk-cd-filial                      to f16400-cd-filial
            move ws-gr-cd-grade                     to f16400-cd-grade
            move spaces                             to f16400-tipo-eixo
            move zeros                              to f16400-sequencia
            perform 9000-str-pd16400-grt
            perform 9000-ler-pd16400-nex
            perform until not ws-operacao-ok
                          or f16400-cd-empresa <> lnk-cd-empresa
                          or f16400-cd-filial  <> lnk-cd-filial
                          or f16400-cd-grade   <> ws-gr-cd-grade

                 evaluate true
                      when f16400-eixo-tamanho
                       and f16400-sequencia not greater 12
                           move f16400-cd-valor     to ws-gr-cd-tamanho(f16400-sequencia)
                           if   f16400-sequencia greater ws-gr-nr-tamanhos
                                move f16400-sequencia to ws-gr-nr-tamanhos
                           end-if
                      when f16400-eixo-cor
                       and f16400-sequencia not greater 8
                           move f16400-cd-valor     to ws-gr-cd-cor(f16400-sequencia)
                           if   f16400-sequencia greater ws-gr-nr-cores
                                move f16400-sequencia to ws-gr-nr-cores
                           end-if
                 end-evaluate

                 perform 9000-ler-pd16400-nex
            end-perform

            initialize                              f16500-sku-grade
            move lnk-cd-empresa                     to f16500-cd-empresa
            move lnk-cd-filial                      to f16500-cd-filial
            move ws-gr-cd-produto-pai               to f16500-cd-produto-pai
            move zeros                              to f16500-seq-tamanho
                                                       f16500-seq-cor
            perform 9000-str-pd16500-grt
            perform 9000-ler-pd16500-nex
            perform until not ws-operacao-ok
                          or f16500-cd-empresa     <> lnk-cd-empresa
                          or f16500-cd-filial      <> lnk-cd-filial
                          or f16500-cd-produto-pai <> ws-gr-cd-produto-pai

                 if   f16500-seq-tamanho greater zeros
                 and  f16500-seq-tamanho not greater ws-gr-nr-tamanhos
                 and  f16500-seq-cor     greater zeros
                 and  f16500-seq-cor     not greater ws-gr-nr-cores
                      move f16500-cd-produto        to ws-gr-cd-sku(f16500-seq-tamanho, f16500-seq-cor)
                      add  1                        to ws-gr-nr-skus
                 end-if

                 perform 9000-ler-pd16500-nex
            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Digitação da matriz a partir da linha ws-gr-nr-linha-inicial:
      *> cabeçalho com as cores, uma linha por tamanho e a quantidade
      *> de cada célula com SKU (vazio/zero = não vende). Devolve o
      *> total de peças em ws-gr-qtde-total.
       9000-capturar-matriz-grade section.

            move zeros                              to ws-gr-qtde-total

            move ws-gr-nr-linha-inicial             to ws-gr-nr-linha-tela
            display "TAM/COR"                       at line ws-gr-nr-linha-tela col 06
            perform varying ws-gr-ix-cor from 1 by 1
                    until ws-gr-ix-cor > ws-gr-nr-cores
                 compute ws-gr-nr-coluna-tela = 16 + (ws-gr-ix-cor - 1) * 9
                 display ws-gr-cd-cor(ws-gr-ix-cor) at line ws-gr-nr-linha-tela col ws-gr-nr-coluna-tela
            end-perform

            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > ws-gr-nr-tamanhos
                 compute ws-gr-nr-linha-tela = ws-gr-nr-linha-inicial + ws-gr-ix-tamanho
                 display ws-gr-cd-tamanho(ws-gr-ix-tamanho) at line ws-gr-nr-linha-tela col 06
                 perform varying ws-gr-ix-cor from 1 by 1
                         until ws-gr-ix-cor > ws-gr-nr-cores
                      compute ws-gr-nr-coluna-tela = 16 + (ws-gr-ix-cor - 1) * 9
                      if   ws-gr-cd-sku(ws-gr-ix-tamanho, ws-gr-ix-cor) equal zeros
                           display "  -  "          at line ws-gr-nr-linha-tela col ws-gr-nr-coluna-tela
                      else
                           display ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor)
                                                    at line ws-gr-nr-linha-tela col ws-gr-nr-coluna-tela
                      end-if
                 end-perform
            end-perform

            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > ws-gr-nr-tamanhos
                 compute ws-gr-nr-linha-tela = ws-gr-nr-linha-inicial + ws-gr-ix-tamanho
                 perform varying ws-gr-ix-cor from 1 by 1
                         until ws-gr-ix-cor > ws-gr-nr-cores
                      if   ws-gr-cd-sku(ws-gr-ix-tamanho, ws-gr-ix-cor) not equal zeros
                           compute ws-gr-nr-coluna-tela = 16 + (ws-gr-ix-cor - 1) * 9
                           move ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor) to ws-gr-qtde-celula
                           accept ws-gr-qtde-celula at line ws-gr-nr-linha-tela col ws-gr-nr-coluna-tela with update auto-skip
                           move ws-gr-qtde-celula   to ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor)
                           add  ws-gr-qtde(ws-gr-ix-tamanho, ws-gr-ix-cor) to ws-gr-qtde-total
                      end-if
                 end-perform
            end-perform

       exit.
