       9000-gravar-pd01900 section.

            write f01900-mov-estoque
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f01900-mov-estoque           to ws-jrn-imagem-depois
                 move "EFD019"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd01900 section.

            move f01900-mov-estoque                to ws-jrn-imagem-depois
            read pd01900
            if   ws-operacao-ok
                 move f01900-mov-estoque           to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f01900-mov-estoque

            rewrite f01900-mov-estoque
            if   ws-operacao-ok
                 move "EFD019"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd01900 section.

            delete pd01900
            if   ws-operacao-ok
                 move f01900-mov-estoque           to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD019"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
