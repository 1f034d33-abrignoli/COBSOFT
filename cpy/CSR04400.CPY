       9000-gravar-pd04400 section.

            write f04400-evento-nfe
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f04400-evento-nfe            to ws-jrn-imagem-depois
                 move "EFD044"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd04400 section.

            move f04400-evento-nfe                 to ws-jrn-imagem-depois
            read pd04400
            if   ws-operacao-ok
                 move f04400-evento-nfe            to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f04400-evento-nfe

            rewrite f04400-evento-nfe
            if   ws-operacao-ok
                 move "EFD044"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd04400 section.

            delete pd04400
            if   ws-operacao-ok
                 move f04400-evento-nfe            to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD044"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
