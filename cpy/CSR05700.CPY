       9000-gravar-pd05700 section.

            write f05700-item-orcamento
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f05700-item-orcamento        to ws-jrn-imagem-depois
                 move "EFD057"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd05700 section.

            move f05700-item-orcamento             to ws-jrn-imagem-depois
            read pd05700
            if   ws-operacao-ok
                 move f05700-item-orcamento        to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f05700-item-orcamento

            rewrite f05700-item-orcamento
            if   ws-operacao-ok
                 move "EFD057"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd05700 section.

            delete pd05700
            if   ws-operacao-ok
                 move f05700-item-orcamento        to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD057"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
