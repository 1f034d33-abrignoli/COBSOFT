             
      *>=================================================================================
       9000-gravar-pd06000 section.

            write f06000-estoque
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06000-estoque               to ws-jrn-imagem-depois
                 move "EFD060"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06000 section.

            move f06000-estoque                    to ws-jrn-imagem-depois
            read pd06000
            if   ws-operacao-ok
                 move f06000-estoque               to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06000-estoque

            rewrite f06000-estoque
            if   ws-operacao-ok
                 move "EFD060"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06000 section.

            delete pd06000
            if   ws-operacao-ok
                 move f06000-estoque               to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD060"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
