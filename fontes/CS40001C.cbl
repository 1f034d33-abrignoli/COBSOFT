       copy CSS01700.cpy.
       copy CSS01800.cpy.
       copy CSS11400.cpy.
       copy CSS18500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF01700.cpy.
       copy CSF01800.cpy.
       copy CSF11400.cpy.
       copy CSF18500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
               88 ws-item-encontrado                    value "S" false "N".
            03 ws-id-fim-itens                     pic x(01).
               88 ws-fim-itens                          value "S" false "N".
            03 ws-id-requisicao                    pic x(01).
               88 ws-item-requisicao                    value "S" false "N".
            03 ws-nr-requisicao                    pic 9(09).
            03 ws-valor-unitario-requisicao        pic 9(09)v9(02).
            03 ws-nr-coluna                        pic 9(09).
            03 ws-nr-linha                         pic 9(09).
            03 ws-ds-funcao                        pic x(22).
            03 line 13 col 45   pic x(55) from f-razao-social.
            03 line 15 col 10   pic x(23) value "Entrega Prevista (DMA):".
            03 line 15 col 34   pic 99/99/9999 from f-data-entrega-prevista.
            03 line 17 col 12   pic x(21) value "Tipo Item (P/M/R):".
            03 line 17 col 34   pic x(01) from f-tipo-item.
            03 line 17 col 40   pic x(12) value "Codigo Item:".
            03 line 17 col 53   pic 9(09) from f-cd-item.
                 perform 9000-abortar
            end-if

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

      *>=================================================================================
            close pd03000
            close pd03100
            close pd11400
            close pd18500
            close pd03200
            close pd01500
            close pd01700
                 move function upper-case(f-tipo-item) to f-tipo-item

                 if   f-tipo-item equal "P" or f-tipo-item equal "M"
                 or   f-tipo-item equal "R"
                      exit perform
                 end-if

                      exit section
                 end-if

                 move "Tipo de item inválido! Informe P (Produto), M (Material) ou R (Requisição)" to ws-mensagem
                 perform 9000-mensagem

            end-perform

            set  ws-item-requisicao                 to false

            if   f-tipo-item equal "R"
                 perform 2200-item-requisicao
                 if   not ws-item-encontrado
                      exit section
                 end-if
            else
                 accept f-cd-item at line 17 col 53 with update auto-skip

                 if   f-cd-item equal zeros
                      set ws-fim-itens              to true
                      exit section
                 end-if

                 perform 2200-validar-item
                 if   not ws-item-encontrado
                      exit section
                 end-if
            end-if

            if   f-tipo-item equal "P"
                 perform 9000-abortar
            end-if

            if   ws-item-requisicao
                 perform 2200-atender-requisicao
            end-if

            add  f03100-valor-total                 to ws-valor-total-pedido
            move ws-valor-total-pedido              to f-valor-total


       exit.

      *>=================================================================================
      *> Item vindo da fila do comprador (CS40014C): a requisição
      *> aprovada traz item, quantidade e valor estimado; a de descrição
      *> livre é classificada pelo comprador como produto ou material.
      *> Requisição zero encerra a digitação dos itens.
       2200-item-requisicao section.

            set  ws-item-encontrado                 to false

            move zeros                              to ws-nr-requisicao
            display "Requisicao: "                  at line 17 col 40
            accept ws-nr-requisicao                 at line 17 col 53 with update auto-skip

            if   ws-nr-requisicao equal zeros
                 set ws-fim-itens                   to true
                 exit section
            end-if

            initialize                              f18500-requisicao-compra
            move lnk-cd-empresa                     to f18500-cd-empresa
            move lnk-cd-filial                      to f18500-cd-filial
            move ws-nr-requisicao                   to f18500-nr-requisicao
            perform 9000-ler-pd18500-ran
            if   not ws-operacao-ok
                 string "Requisição [" ws-nr-requisicao "] não encontrada!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f18500-requisicao-aprovada
                 string "Requisição [" ws-nr-requisicao "] não está na fila do comprador (CS40014C)!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f18500-item-descricao-livre
                 move f18500-descricao-item         to f-descricao-item
                 perform 8000-tela
                 display "REQUISICAO DE DESCRICAO LIVRE - INFORME TIPO (P/M) E CODIGO DO ITEM" at line 25 col 06
                 move spaces                        to f-tipo-item
                 perform until f-tipo-item equal "P" or f-tipo-item equal "M"
                      accept f-tipo-item at line 17 col 34 with update auto-skip
                      move function upper-case(f-tipo-item) to f-tipo-item
                 end-perform
                 display "Codigo Item:"             at line 17 col 40
                 accept f-cd-item at line 17 col 53 with update auto-skip
            else
                 move f18500-tipo-item              to f-tipo-item
                 move f18500-cd-item                to f-cd-item
            end-if

            perform 2200-validar-item
            if   not ws-item-encontrado
                 exit section
            end-if

            move f18500-quantidade                  to f-quantidade
            compute ws-valor-unitario-requisicao rounded =
                    f18500-valor-estimado / f18500-quantidade
            move ws-valor-unitario-requisicao       to f-valor-unitario
            set  ws-item-requisicao                 to true

       exit.

      *>=================================================================================
      *> Requisição atendida: fica com o pedido e o item que a compraram.
       2200-atender-requisicao section.

            initialize                              f18500-requisicao-compra
            move lnk-cd-empresa                     to f18500-cd-empresa
            move lnk-cd-filial                      to f18500-cd-filial
            move ws-nr-requisicao                   to f18500-nr-requisicao
            perform 9000-ler-pd18500-ran
            if   ws-operacao-ok
                 move ws-nr-pedido                  to f18500-nr-pedido
                 move ws-sequencia-item             to f18500-sequencia-pedido
                 accept f18500-data-atendimento     from date yyyymmdd
                 move lnk-id-usuario                to f18500-id-usuario-comprador
                 set  f18500-requisicao-atendida    to true
                 perform 9000-regravar-pd18500
            end-if
            if   not ws-operacao-ok
                 string "Erro ao atualizar requisição [" ws-nr-requisicao "] - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Pedido cancelado: as requisições atendidas por ele voltam para
      *> a fila do comprador.
       2200-devolver-requisicoes section.

            initialize                              f18500-requisicao-compra
            move lnk-cd-empresa                     to f18500-cd-empresa
            move lnk-cd-filial                      to f18500-cd-filial
            perform 9000-str-pd18500-grt
            perform 9000-ler-pd18500-nex

            perform until not ws-operacao-ok
                          or f18500-cd-empresa <> lnk-cd-empresa
                          or f18500-cd-filial  <> lnk-cd-filial
                 if   f18500-requisicao-atendida
                 and  f18500-nr-pedido equal f03000-nr-pedido
                      move zeros                    to f18500-nr-pedido
                                                       f18500-sequencia-pedido
                                                       f18500-data-atendimento
                      move spaces                   to f18500-id-usuario-comprador
                      set  f18500-requisicao-aprovada to true
                      perform 9000-regravar-pd18500
                 end-if
                 perform 9000-ler-pd18500-nex
            end-perform

       exit.

      *>=================================================================================
      *> Valida o item contra o cadastro correspondente: produtos de
      *> revenda em pd01800, materiais em pd01700.
                      string "Erro ao cancelar pedido - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 2200-devolver-requisicoes
                      move "CANCELADO"              to f-ds-status
                      perform 8000-tela
                      move "Pedido de compra cancelado!" to ws-mensagem
       copy CSR01700.cpy.
       copy CSR01800.cpy.
       copy CSR11400.cpy.
       copy CSR18500.cpy.
