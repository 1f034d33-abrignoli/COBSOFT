       9000-gravar-pd05400 section.

            write f05400-comissao-categoria
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f05400-comissao-categoria    to ws-jrn-imagem-depois
                 move "EFD054"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd05400 section.

            move f05400-comissao-categoria         to ws-jrn-imagem-depois
            read pd05400
            if   ws-operacao-ok
                 move f05400-comissao-categoria    to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f05400-comissao-categoria

            rewrite f05400-comissao-categoria
            if   ws-operacao-ok
                 move "EFD054"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd05400 section.

            delete pd05400
            if   ws-operacao-ok
                 move f05400-comissao-categoria    to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD054"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
