       9000-gravar-pd06300 section.

            write f06300-item-tabela-preco
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06300-item-tabela-preco     to ws-jrn-imagem-depois
                 move "EFD063"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06300 section.

            move f06300-item-tabela-preco          to ws-jrn-imagem-depois
            read pd06300
            if   ws-operacao-ok
                 move f06300-item-tabela-preco     to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06300-item-tabela-preco

            rewrite f06300-item-tabela-preco
            if   ws-operacao-ok
                 move "EFD063"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06300 section.

            delete pd06300
            if   ws-operacao-ok
                 move f06300-item-tabela-preco     to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD063"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
