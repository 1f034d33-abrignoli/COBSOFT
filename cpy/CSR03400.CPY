       9000-gravar-pd03400 section.

            write f03400-ordem-producao
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03400-ordem-producao        to ws-jrn-imagem-depois
                 move "EFD034"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03400 section.

            move f03400-ordem-producao             to ws-jrn-imagem-depois
            read pd03400
            if   ws-operacao-ok
                 move f03400-ordem-producao        to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03400-ordem-producao

            rewrite f03400-ordem-producao
            if   ws-operacao-ok
                 move "EFD034"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03400 section.

            delete pd03400
            if   ws-operacao-ok
                 move f03400-ordem-producao        to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD034"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
