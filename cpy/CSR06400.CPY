       9000-gravar-pd06400 section.

            write f06400-endereco-cliente
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06400-endereco-cliente      to ws-jrn-imagem-depois
                 move "EFD064"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06400 section.

            move f06400-endereco-cliente           to ws-jrn-imagem-depois
            read pd06400
            if   ws-operacao-ok
                 move f06400-endereco-cliente      to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06400-endereco-cliente

            rewrite f06400-endereco-cliente
            if   ws-operacao-ok
                 move "EFD064"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06400 section.

            delete pd06400
            if   ws-operacao-ok
                 move f06400-endereco-cliente      to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD064"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
