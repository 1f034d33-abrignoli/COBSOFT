       9000-gravar-pd06600 section.

            write f06600-sessao
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06600-sessao                to ws-jrn-imagem-depois
                 move "EFD066"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06600 section.

            move f06600-sessao                     to ws-jrn-imagem-depois
            read pd06600
            if   ws-operacao-ok
                 move f06600-sessao                to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06600-sessao

            rewrite f06600-sessao
            if   ws-operacao-ok
                 move "EFD066"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06600 section.

            delete pd06600
            if   ws-operacao-ok
                 move f06600-sessao                to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD066"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
