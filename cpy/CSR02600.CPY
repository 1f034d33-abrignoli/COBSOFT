       9000-gravar-pd02600 section.

            write f02600-conta-receber
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02600-conta-receber         to ws-jrn-imagem-depois
                 move "EFD026"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02600 section.

            move f02600-conta-receber              to ws-jrn-imagem-depois
            read pd02600
            if   ws-operacao-ok
                 move f02600-conta-receber         to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02600-conta-receber

            rewrite f02600-conta-receber
            if   ws-operacao-ok
                 move "EFD026"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02600 section.

            delete pd02600
            if   ws-operacao-ok
                 move f02600-conta-receber         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD026"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
