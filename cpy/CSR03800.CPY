       9000-gravar-pd03800 section.

            write f03800-lote
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03800-lote                  to ws-jrn-imagem-depois
                 move "EFD038"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03800 section.

            move f03800-lote                       to ws-jrn-imagem-depois
            read pd03800
            if   ws-operacao-ok
                 move f03800-lote                  to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03800-lote

            rewrite f03800-lote
            if   ws-operacao-ok
                 move "EFD038"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03800 section.

            delete pd03800
            if   ws-operacao-ok
                 move f03800-lote                  to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD038"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
