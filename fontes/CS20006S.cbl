
       copy CSS06000.cpy.
       copy CSS03200.cpy.
       copy CSS17300.cpy.
       copy CSS00901.cpy.

      *>=================================================================================

       copy CSF06000.cpy.
       copy CSF03200.cpy.
       copy CSF17300.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
            03 ws-qtde-livre                       pic s9(09)v9(04).
            03 ws-qtde-sugerida                    pic 9(09)v9(04).
            03 ws-cd-fornecedor-pref               pic 9(09).
            03 ws-custo-reposicao-pref             pic 9(09)v9(02).
            03 ws-valor-sugestao                   pic 9(11)v9(02).
            03 ws-valor-total-grupo                pic 9(11)v9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-custo-x                          pic zzz.zzz.zz9,99.
            03 ws-nr-sugestoes                     pic 9(03).
            03 ws-ix-sugestao                      pic 9(03) comp.
            03 ws-ix-grupo                         pic 9(03) comp.
            03 ws-cd-fornecedor-grupo              pic 9(09).
            03 ws-id-fornecedor-impresso           pic x(01).
               88 ws-fornecedor-ja-impresso             value "S" false "N".
            03 ws-ano-mes-previsao                 pic 9(06).
            03 ws-ano-mes-previsao-r redefines ws-ano-mes-previsao.
               05 ws-ano-previsao                  pic 9(04).
               05 ws-mes-previsao                  pic 9(02).
            03 ws-cd-produto-previsao              pic 9(09).
            03 ws-qtde-prevista                    pic 9(09)v9(04).
            03 ws-qtde-prevista-aplicada           pic 9(09)v9(04).
            03 ws-qtde-prevista-x                  pic zzz.zzz.zz9,9999.
            03 ws-id-previsao                      pic x(01).
               88 ws-previsao-pendente                 value "S" false "N".

       01   ws-tabela-sugestoes.
            03 ws-sugestao                         occurs 500 times.
               05 ws-sug-qtde-livre                pic s9(09)v9(04).
               05 ws-sug-ponto                     pic 9(09)v9(04).
               05 ws-sug-qtde-sugerida             pic 9(09)v9(04).
               05 ws-sug-custo-unitario            pic 9(09)v9(02).
               05 ws-sug-qtde-prevista             pic 9(09)v9(04).
               05 ws-sug-id-impresso               pic x(01).

      *>=================================================================================
            perform 9000-abrir-i-pd06000
            perform 9000-abrir-i-pd03200

            string lnk-dat-path delimited   by "  " "\EFD173.DAT" into wid-pd17300
            open input pd17300
            if   ws-arquivo-inexistente
                 open output pd17300
                 close pd17300
                 open input pd17300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD173.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            initialize                             ws-tabela-sugestoes
            move zeros                             to ws-nr-sugestoes
            move zeros                             to ws-cd-produto-previsao

            accept ws-data-inv                     from date yyyymmdd

            move ws-data-inv(1:6)                  to ws-ano-mes-previsao
            if   ws-mes-previsao equal 12
                 move 01                           to ws-mes-previsao
                 add  1                            to ws-ano-previsao
            else
                 add  1                            to ws-mes-previsao
            end-if

       exit.

      *> diferença até o estoque máximo. A saída é agrupada pelo
      *> fornecedor preferido do produto (pd03200) para alimentar
      *> diretamente a criação de pedidos de compra no CS40001C.
      *> Produto com previsão de demanda aprovada para o mês seguinte
      *> (pd17300) também é avaliado contra ela no primeiro depósito
      *> próprio, mesmo sem ponto de reposição cadastrado.
       2000-processamento section.

            initialize                              f06000-estoque
                          or f06000-cd-empresa <> lnk-cd-empresa
                          or f06000-cd-filial  <> lnk-cd-filial

                 if   f06000-cd-produto not equal ws-cd-produto-previsao
                      perform 2050-buscar-previsao
                 end-if

                 if   f06000-ponto-reposicao greater zeros
                 or  (ws-previsao-pendente and f06000-estoque-proprio)
                      perform 2100-avaliar-saldo
                 end-if

       exit.

      *>=================================================================================
      *> Quantidade aprovada da previsão do mês seguinte para o produto
      *> corrente - fica pendente até ser usada no primeiro depósito
      *> próprio do produto.
       2050-buscar-previsao section.

            move f06000-cd-produto                  to ws-cd-produto-previsao
            move zeros                              to ws-qtde-prevista
            set  ws-previsao-pendente               to false

            initialize                              f17300-previsao-demanda
            move lnk-cd-empresa                     to f17300-cd-empresa
            move lnk-cd-filial                      to f17300-cd-filial
            move ws-ano-mes-previsao                to f17300-ano-mes
            move f06000-cd-produto                  to f17300-cd-produto
            perform 9000-ler-pd17300-ran
            if   ws-operacao-ok
            and  f17300-previsao-aprovada
            and  f17300-qtde-aprovada greater zeros
                 move f17300-qtde-aprovada          to ws-qtde-prevista
                 set  ws-previsao-pendente          to true
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Sugestão = o que falta para o estoque máximo ou, quando maior,
      *> para cobrir a previsão aprovada do mês.
       2100-avaliar-saldo section.

            compute ws-qtde-livre =
                    f06000-qtde-disponivel - f06000-qtde-reservada

            move zeros                              to ws-qtde-prevista-aplicada
            if   ws-previsao-pendente
            and  f06000-estoque-proprio
                 set  ws-previsao-pendente          to false
                 if   ws-qtde-livre less ws-qtde-prevista
                      move ws-qtde-prevista         to ws-qtde-prevista-aplicada
                 end-if
            end-if

            if   ws-qtde-prevista-aplicada equal zeros
            and (f06000-ponto-reposicao equal zeros
                 or ws-qtde-livre greater f06000-ponto-reposicao)
                 exit section
            end-if

                 move zeros                         to ws-qtde-sugerida
            end-if

            if   ws-qtde-prevista-aplicada greater zeros
            and  ws-qtde-prevista - ws-qtde-livre greater ws-qtde-sugerida
                 compute ws-qtde-sugerida =
                         ws-qtde-prevista - ws-qtde-livre
            end-if

            perform 2100-fornecedor-preferido

            if   ws-nr-sugestoes less c-max-sugestoes
                 move ws-qtde-livre                 to ws-sug-qtde-livre(ws-nr-sugestoes)
                 move f06000-ponto-reposicao        to ws-sug-ponto(ws-nr-sugestoes)
                 move ws-qtde-sugerida              to ws-sug-qtde-sugerida(ws-nr-sugestoes)
                 move ws-custo-reposicao-pref       to ws-sug-custo-unitario(ws-nr-sugestoes)
                 move ws-qtde-prevista-aplicada     to ws-sug-qtde-prevista(ws-nr-sugestoes)
                 move "N"                           to ws-sug-id-impresso(ws-nr-sugestoes)
            end-if

      *> Localiza o fornecedor preferido (pd03200) do produto corrente;
      *> sem vínculo preferido cai no primeiro vínculo ativo; sem
      *> nenhum vínculo o grupo sai como fornecedor 0 (sem fornecedor).
      *> O custo da sugestão é o de reposição da tabela do fornecedor
      *> enquanto válido; vencido ou sem tabela, o último preço de compra.
       2100-fornecedor-preferido section.

            move zeros                              to ws-cd-fornecedor-pref
                                                       ws-custo-reposicao-pref

            initialize                              f03200-produto-fornecedor
            move lnk-cd-empresa                     to f03200-cd-empresa
                 if   f03200-vinculo-ativo
                      if   ws-cd-fornecedor-pref equal zeros
                           move f03200-cd-fornecedor to ws-cd-fornecedor-pref
                           perform 2110-custo-reposicao
                      end-if
                      if   f03200-fornecedor-preferido
                           move f03200-cd-fornecedor to ws-cd-fornecedor-pref
                           perform 2110-custo-reposicao
                           exit perform
                      end-if
                 end-if

       exit.

      *>=================================================================================
       2110-custo-reposicao section.

            if   f03200-custo-reposicao greater zeros
            and  f03200-data-validade-custo not less ws-data-inv
                 move f03200-custo-reposicao        to ws-custo-reposicao-pref
            else
                 move f03200-ultimo-preco-compra    to ws-custo-reposicao-pref
            end-if

       exit.

      *>=================================================================================
       2200-imprimir-grupo-fornecedor section.

            end-if
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-valor-total-grupo

            perform varying ws-ix-grupo from 1 by 1
                    until ws-ix-grupo > ws-nr-sugestoes

                 if   ws-sug-cd-fornecedor(ws-ix-grupo) equal ws-cd-fornecedor-grupo
                 and  ws-sug-id-impresso(ws-ix-grupo) not equal "S"

                      compute ws-valor-sugestao rounded =
                              ws-sug-qtde-sugerida(ws-ix-grupo)
                              * ws-sug-custo-unitario(ws-ix-grupo)
                      add  ws-valor-sugestao        to ws-valor-total-grupo
                      move ws-sug-custo-unitario(ws-ix-grupo) to ws-custo-x
                      move ws-valor-sugestao        to ws-valor-x

                      move spaces                   to rl-linha-relatorio
                      string "  PRODUTO " ws-sug-cd-produto(ws-ix-grupo)
                             " DEPOSITO " ws-sug-cd-deposito(ws-ix-grupo)
                             " LIVRE " ws-sug-qtde-livre(ws-ix-grupo)
                             " PONTO " ws-sug-ponto(ws-ix-grupo)
                             " SUGERIDO " ws-sug-qtde-sugerida(ws-ix-grupo)
                             " CUSTO " ws-custo-x
                             " VALOR " ws-valor-x
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio

                      if   ws-sug-qtde-prevista(ws-ix-grupo) greater zeros
                           move ws-sug-qtde-prevista(ws-ix-grupo) to ws-qtde-prevista-x
                           move spaces              to rl-linha-relatorio
                           string "    PREVISAO APROVADA " ws-ano-mes-previsao
                                  ": " ws-qtde-prevista-x into rl-linha-relatorio
                           perform 9000-imprimir-linha-relatorio
                      end-if

                      move "S"                      to ws-sug-id-impresso(ws-ix-grupo)

                 end-if

            end-perform

            move ws-valor-total-grupo               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  VALOR ESTIMADO DA COMPRA AO CUSTO DE REPOSICAO: " ws-valor-x
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio


            close pd06000
            close pd03200
            close pd17300

       exit.


       copy CSR06000.cpy.
       copy CSR03200.cpy.
       copy CSR17300.cpy.
