       9000-gravar-pd02800 section.

            write f02800-conta-banco
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02800-conta-banco           to ws-jrn-imagem-depois
                 move "EFD028"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02800 section.

            move f02800-conta-banco                to ws-jrn-imagem-depois
            read pd02800
            if   ws-operacao-ok
                 move f02800-conta-banco           to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02800-conta-banco

            rewrite f02800-conta-banco
            if   ws-operacao-ok
                 move "EFD028"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02800 section.

            delete pd02800
            if   ws-operacao-ok
                 move f02800-conta-banco           to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD028"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
