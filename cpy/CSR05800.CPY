       9000-gravar-pd05800 section.

            write f05800-estatistica-produto
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f05800-estatistica-produto   to ws-jrn-imagem-depois
                 move "EFD058"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd05800 section.

            move f05800-estatistica-produto        to ws-jrn-imagem-depois
            read pd05800
            if   ws-operacao-ok
                 move f05800-estatistica-produto   to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f05800-estatistica-produto

            rewrite f05800-estatistica-produto
            if   ws-operacao-ok
                 move "EFD058"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd05800 section.

            delete pd05800
            if   ws-operacao-ok
                 move f05800-estatistica-produto   to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD058"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
