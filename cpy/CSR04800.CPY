       9000-gravar-pd04800 section.

            write f04800-embarque
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f04800-embarque              to ws-jrn-imagem-depois
                 move "EFD048"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd04800 section.

            move f04800-embarque                   to ws-jrn-imagem-depois
            read pd04800
            if   ws-operacao-ok
                 move f04800-embarque              to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f04800-embarque

            rewrite f04800-embarque
            if   ws-operacao-ok
                 move "EFD048"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd04800 section.

            delete pd04800
            if   ws-operacao-ok
                 move f04800-embarque              to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD048"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
