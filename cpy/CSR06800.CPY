       9000-gravar-pd06800 section.

            write f06800-mov-estoque
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06800-mov-estoque           to ws-jrn-imagem-depois
                 move "EFD068"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06800 section.

            move f06800-mov-estoque                to ws-jrn-imagem-depois
            read pd06800
            if   ws-operacao-ok
                 move f06800-mov-estoque           to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06800-mov-estoque

            rewrite f06800-mov-estoque
            if   ws-operacao-ok
                 move "EFD068"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06800 section.

            delete pd06800
            if   ws-operacao-ok
                 move f06800-mov-estoque           to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD068"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
