       9000-gravar-pd05600 section.

            write f05600-orcamento
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f05600-orcamento             to ws-jrn-imagem-depois
                 move "EFD056"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd05600 section.

            move f05600-orcamento                  to ws-jrn-imagem-depois
            read pd05600
            if   ws-operacao-ok
                 move f05600-orcamento             to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f05600-orcamento

            rewrite f05600-orcamento
            if   ws-operacao-ok
                 move "EFD056"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd05600 section.

            delete pd05600
            if   ws-operacao-ok
                 move f05600-orcamento             to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD056"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
