       9000-gravar-pd02900 section.

            write f02900-boleto
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02900-boleto                to ws-jrn-imagem-depois
                 move "EFD029"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02900 section.

            move f02900-boleto                     to ws-jrn-imagem-depois
            read pd02900
            if   ws-operacao-ok
                 move f02900-boleto                to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02900-boleto

            rewrite f02900-boleto
            if   ws-operacao-ok
                 move "EFD029"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02900 section.

            delete pd02900
            if   ws-operacao-ok
                 move f02900-boleto                to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD029"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
