       copy CSS03000.cpy.
       copy CSS03100.cpy.
       copy CSS11400.cpy.
       copy CSS03200.cpy.
       copy CSS18500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF03000.cpy.
       copy CSF03100.cpy.
       copy CSF11400.cpy.
       copy CSF03200.cpy.
       copy CSF18500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
            03 ws-sequencia-item                   pic 9(04).
            03 ws-valor-total-pedido               pic 9(09)v9(02).
            03 ws-menor-preco                      pic 9(09)v9(02).
            03 ws-custo-tabela                     pic 9(09)v9(02).
            03 ws-custo-tabela-x                   pic zzz.zzz.zz9,99.
            03 ws-cd-produto-anterior              pic 9(09).
            03 ws-valor-alcada                     pic 9(11)v9(02).
            03 ws-id-alcada                        pic x(01).
               88 ws-alcada-cadastrada                 value "S" false "N".
            03 ws-nr-requisicao                    pic 9(09).
            03 ws-nr-requisicoes                   pic 9(05).

       01   ws-tabela-fornecedores.
            03 ws-forn-convidado                   occurs 5 times
            perform 9000-abrir-io-pd03000
            perform 9000-abrir-io-pd03100
            perform 9000-abrir-i-pd11400
            perform 9000-abrir-i-pd03200

            string lnk-dat-path delimited   by "  " "\EFD185.DAT" into wid-pd18500
            open i-o pd18500
            if   ws-arquivo-inexistente
                 open output pd18500
                 close pd18500
                 open i-o pd18500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD185.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

            close pd03000
            close pd03100
            close pd11400
            close pd03200
            close pd18500

       exit.

      *>=================================================================================
      *> Abertura: fornecedores convidados (até 5, zero encerra) e a
      *> lista de itens a cotar (pode partir da sugestão de reposição
      *> do CS20006S e das requisições de produto aprovadas na fila do
      *> comprador - CS40014C) - cria as respostas zeradas de cada par
      *> fornecedor x produto.
       2100-abrir-cotacao section.

                 exit section
            end-if

      *> Requisições aprovadas da fila do comprador
            move zeros                             to ws-nr-requisicoes
            perform until exit
                 move zeros                        to ws-nr-requisicao
                 display "Requisicao (0=fim):"      at line 14 col 03
                 accept ws-nr-requisicao           at line 14 col 23 with update auto-skip
                 if   ws-nr-requisicao equal zeros
                      exit perform
                 end-if
                 perform 2120-incluir-requisicao
            end-perform

      *> Itens a cotar
            perform until exit
                 move zeros                        to ws-cd-produto
            end-perform

            move spaces                            to ws-mensagem
            string "Cotação " f11200-nr-cotacao " aberta (" ws-nr-requisicoes " requisições) - digite as respostas ao receber!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Produto já na cotação (várias requisições do mesmo item) soma
      *> a quantidade a cotar.
       2110-criar-respostas-item section.

            perform varying ws-ix-forn from 1 by 1
                 move f11200-nr-cotacao            to f11300-nr-cotacao
                 move ws-forn-convidado(ws-ix-forn) to f11300-cd-fornecedor
                 move ws-cd-produto                to f11300-cd-produto
                 perform 9000-ler-pd11300-ran
                 if   ws-operacao-ok
                      add  ws-qtde-cotar           to f11300-qtde-cotada
                      perform 9000-regravar-pd11300
                 else
                      move ws-qtde-cotar           to f11300-qtde-cotada
                      move zeros                   to f11300-valor-unitario
                      move zeros                   to f11300-prazo-entrega-dias
                      set  f11300-resposta-pendente to true
                      perform 9000-gravar-pd11300
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Requisição aprovada de produto entra na cotação com a
      *> quantidade pedida e fica "em cotação" até a conversão.
      *> Material e descrição livre vão direto ao pedido (CS40001C).
       2120-incluir-requisicao section.

            initialize                             f18500-requisicao-compra
            move lnk-cd-empresa                    to f18500-cd-empresa
            move lnk-cd-filial                     to f18500-cd-filial
            move ws-nr-requisicao                  to f18500-nr-requisicao
            perform 9000-ler-pd18500-ran
            if   not ws-operacao-ok
                 move "Requisição não encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f18500-requisicao-aprovada
                 move "Requisição não está na fila do comprador (CS40014C)!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f18500-item-produto
                 move "Requisição de material ou descrição livre - compre pelo pedido (CS40001C)!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f18500-cd-item                    to ws-cd-produto
            move f18500-quantidade                 to ws-qtde-cotar
            perform 2110-criar-respostas-item

            move f11200-nr-cotacao                 to f18500-nr-cotacao
            move lnk-id-usuario                    to f18500-id-usuario-comprador
            set  f18500-requisicao-em-cotacao      to true
            perform 9000-regravar-pd18500
            if   not ws-operacao-ok
                 string "Erro ao gravar requisição - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  1                                 to ws-nr-requisicoes

       exit.

      *>=================================================================================
       2100-digitar-resposta section.

                      move "Item não convidado nesta cotação/fornecedor!" to ws-mensagem
                      perform 9000-mensagem
                 else
      *> sem resposta ainda, sugere o custo de reposição da tabela
      *> de preços importada do fornecedor
                      if   f11300-valor-unitario equal zeros
                           perform 2330-custo-tabela-fornecedor
                           move ws-custo-tabela     to f11300-valor-unitario
                      end-if
                      display "Preco unitario....:" at line 16 col 03
                      accept f11300-valor-unitario at line 16 col 23 with update auto-skip
                      display "Prazo (dias)......:" at line 17 col 03
      *>=================================================================================
      *> Comparativo lado a lado: por item, as respostas de cada
      *> fornecedor com preço e prazo, marcando o menor preço
      *> respondido, e o custo de reposição vigente da tabela do
      *> fornecedor como referência.
       2100-comparativo section.

            if   not lnk-permite-consulta
                      perform 9000-imprimir-linha-relatorio
                 end-if

                 perform 2330-custo-tabela-fornecedor
                 move ws-custo-tabela               to ws-custo-tabela-x

                 move spaces                        to rl-linha-relatorio
                 if   f11300-resposta-recebida
                      if   f11300-valor-unitario equal ws-menor-preco
                           string "   FORN " f11300-cd-fornecedor
                                  " PRECO " f11300-valor-unitario
                                  " PRAZO " f11300-prazo-entrega-dias
                                  " DIAS  TABELA " ws-custo-tabela-x
                                  "  << MENOR PRECO"
                                  into rl-linha-relatorio
                      else
                           string "   FORN " f11300-cd-fornecedor
                                  " PRECO " f11300-valor-unitario
                                  " PRAZO " f11300-prazo-entrega-dias
                                  " DIAS  TABELA " ws-custo-tabela-x
                                  into rl-linha-relatorio
                      end-if
                 else
                      string "   FORN " f11300-cd-fornecedor
                             " SEM RESPOSTA  TABELA " ws-custo-tabela-x
                             into rl-linha-relatorio
                 end-if
                 perform 9000-imprimir-linha-relatorio


       exit.

      *>=================================================================================
      *> Custo de reposição do fornecedor/produto de f11300 na tabela de
      *> preços importada (pd03200), zero quando não há ou já venceu.
       2330-custo-tabela-fornecedor section.

            move zeros                              to ws-custo-tabela

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f03200-produto-fornecedor
            move lnk-cd-empresa                     to f03200-cd-empresa
            move lnk-cd-filial                      to f03200-cd-filial
            move f11300-cd-produto                  to f03200-cd-produto
            move f11300-cd-fornecedor               to f03200-cd-fornecedor
            perform 9000-ler-pd03200-ran
            if   ws-operacao-ok
            and  f03200-custo-reposicao greater zeros
            and  f03200-data-validade-custo not less ws-data-inv
                 move f03200-custo-reposicao        to ws-custo-tabela
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Converte o fornecedor vencedor em pedido de compra: todos os
      *> itens respondidos por ele entram no pedido com o preço e o
            set  f11200-cotacao-fechada            to true
            perform 9000-regravar-pd11200

            perform 2420-atender-requisicoes

            move spaces                            to ws-mensagem
            if   f03000-aguardando-aprovacao
                 string "Cotação convertida no pedido " ws-nr-pedido " - acima da alçada, aguardando aprovação!" into ws-mensagem

       exit.

      *>=================================================================================
      *> Requisições da cotação: o produto que entrou no pedido do
      *> vencedor atende a requisição (pedido e item gravados nela); o
      *> que o vencedor não cotou volta para a fila do comprador.
       2420-atender-requisicoes section.

            initialize                              f18500-requisicao-compra
            move lnk-cd-empresa                     to f18500-cd-empresa
            move lnk-cd-filial                      to f18500-cd-filial
            perform 9000-str-pd18500-grt
            perform 9000-ler-pd18500-nex

            perform until not ws-operacao-ok
                          or f18500-cd-empresa <> lnk-cd-empresa
                          or f18500-cd-filial  <> lnk-cd-filial

                 if   f18500-requisicao-em-cotacao
                 and  f18500-nr-cotacao equal ws-nr-cotacao
                      perform 2421-localizar-item-pedido
                      if   f03100-sequencia <> zeros
                           move ws-nr-pedido        to f18500-nr-pedido
                           move f03100-sequencia    to f18500-sequencia-pedido
                           move ws-data-inv         to f18500-data-atendimento
                           move lnk-id-usuario      to f18500-id-usuario-comprador
                           set  f18500-requisicao-atendida to true
                      else
                           move zeros               to f18500-nr-cotacao
                           set  f18500-requisicao-aprovada to true
                      end-if
                      perform 9000-regravar-pd18500
                 end-if

                 perform 9000-ler-pd18500-nex

            end-perform

       exit.

      *>=================================================================================
       2421-localizar-item-pedido section.

            initialize                              f03100-item-pedido-compra
            move lnk-cd-empresa                     to f03100-cd-empresa
            move lnk-cd-filial                      to f03100-cd-filial
            move ws-nr-pedido                       to f03100-nr-pedido
            perform 9000-str-pd03100-grt
            perform 9000-ler-pd03100-nex

            perform until not ws-operacao-ok
                          or f03100-cd-empresa <> lnk-cd-empresa
                          or f03100-cd-filial  <> lnk-cd-filial
                          or f03100-nr-pedido  <> ws-nr-pedido
                 if   f03100-item-produto
                 and  f03100-cd-item equal f18500-cd-item
                      move "00"                     to ws-resultado-acesso
                      exit section
                 end-if
                 perform 9000-ler-pd03100-nex
            end-perform

            move zeros                              to f03100-sequencia
            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Próximo número de pedido de compra - mesma derivação do
      *> CS40001C (maior chave + 1).
       copy CSR03000.cpy.
       copy CSR03100.cpy.
       copy CSR11400.cpy.
       copy CSR03200.cpy.
       copy CSR18500.cpy.
