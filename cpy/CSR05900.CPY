       9000-gravar-pd05900 section.

            write f05900-estatistica-cliente
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f05900-estatistica-cliente   to ws-jrn-imagem-depois
                 move "EFD059"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd05900 section.

            move f05900-estatistica-cliente        to ws-jrn-imagem-depois
            read pd05900
            if   ws-operacao-ok
                 move f05900-estatistica-cliente   to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f05900-estatistica-cliente

            rewrite f05900-estatistica-cliente
            if   ws-operacao-ok
                 move "EFD059"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd05900 section.

            delete pd05900
            if   ws-operacao-ok
                 move f05900-estatistica-cliente   to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD059"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
