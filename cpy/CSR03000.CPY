       9000-gravar-pd03000 section.

            write f03000-pedido-compra
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03000-pedido-compra         to ws-jrn-imagem-depois
                 move "EFD030"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03000 section.

            move f03000-pedido-compra              to ws-jrn-imagem-depois
            read pd03000
            if   ws-operacao-ok
                 move f03000-pedido-compra         to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03000-pedido-compra

            rewrite f03000-pedido-compra
            if   ws-operacao-ok
                 move "EFD030"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03000 section.

            delete pd03000
            if   ws-operacao-ok
                 move f03000-pedido-compra         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD030"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
