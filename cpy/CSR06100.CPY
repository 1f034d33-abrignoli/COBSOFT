       9000-gravar-pd06100 section.

            write f06100-painel
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06100-painel                to ws-jrn-imagem-depois
                 move "EFD061"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06100 section.

            move f06100-painel                     to ws-jrn-imagem-depois
            read pd06100
            if   ws-operacao-ok
                 move f06100-painel                to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06100-painel

            rewrite f06100-painel
            if   ws-operacao-ok
                 move "EFD061"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06100 section.

            delete pd06100
            if   ws-operacao-ok
                 move f06100-painel                to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD061"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
