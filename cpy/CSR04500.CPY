       9000-gravar-pd04500 section.

            write f04500-catalogo-arquivo
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f04500-catalogo-arquivo      to ws-jrn-imagem-depois
                 move "EFD045"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd04500 section.

            move f04500-catalogo-arquivo           to ws-jrn-imagem-depois
            read pd04500
            if   ws-operacao-ok
                 move f04500-catalogo-arquivo      to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f04500-catalogo-arquivo

            rewrite f04500-catalogo-arquivo
            if   ws-operacao-ok
                 move "EFD045"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd04500 section.

            delete pd04500
            if   ws-operacao-ok
                 move f04500-catalogo-arquivo      to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD045"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
