       9000-gravar-pd03700 section.

            write f03700-transferencia
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03700-transferencia         to ws-jrn-imagem-depois
                 move "EFD037"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03700 section.

            move f03700-transferencia              to ws-jrn-imagem-depois
            read pd03700
            if   ws-operacao-ok
                 move f03700-transferencia         to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03700-transferencia

            rewrite f03700-transferencia
            if   ws-operacao-ok
                 move "EFD037"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03700 section.

            delete pd03700
            if   ws-operacao-ok
                 move f03700-transferencia         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD037"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
