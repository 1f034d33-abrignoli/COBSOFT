       9000-gravar-pd03300 section.

            write f03300-estrutura-produto
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03300-estrutura-produto     to ws-jrn-imagem-depois
                 move "EFD033"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03300 section.

            move f03300-estrutura-produto          to ws-jrn-imagem-depois
            read pd03300
            if   ws-operacao-ok
                 move f03300-estrutura-produto     to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03300-estrutura-produto

            rewrite f03300-estrutura-produto
            if   ws-operacao-ok
                 move "EFD033"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03300 section.

            delete pd03300
            if   ws-operacao-ok
                 move f03300-estrutura-produto     to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD033"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
