       9000-gravar-pd04100 section.

            write f04100-endereco-produto
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f04100-endereco-produto      to ws-jrn-imagem-depois
                 move "EFD041"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd04100 section.

            move f04100-endereco-produto           to ws-jrn-imagem-depois
            read pd04100
            if   ws-operacao-ok
                 move f04100-endereco-produto      to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f04100-endereco-produto

            rewrite f04100-endereco-produto
            if   ws-operacao-ok
                 move "EFD041"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd04100 section.

            delete pd04100
            if   ws-operacao-ok
                 move f04100-endereco-produto      to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD041"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
