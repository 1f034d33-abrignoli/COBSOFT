       9000-gravar-pd03100 section.

            write f03100-item-pedido-compra
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03100-item-pedido-compra    to ws-jrn-imagem-depois
                 move "EFD031"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03100 section.

            move f03100-item-pedido-compra         to ws-jrn-imagem-depois
            read pd03100
            if   ws-operacao-ok
                 move f03100-item-pedido-compra    to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03100-item-pedido-compra

            rewrite f03100-item-pedido-compra
            if   ws-operacao-ok
                 move "EFD031"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03100 section.

            delete pd03100
            if   ws-operacao-ok
                 move f03100-item-pedido-compra    to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD031"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
