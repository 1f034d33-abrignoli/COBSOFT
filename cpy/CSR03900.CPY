       9000-gravar-pd03900 section.

            write f03900-saldo-periodo
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03900-saldo-periodo         to ws-jrn-imagem-depois
                 move "EFD039"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03900 section.

            move f03900-saldo-periodo              to ws-jrn-imagem-depois
            read pd03900
            if   ws-operacao-ok
                 move f03900-saldo-periodo         to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03900-saldo-periodo

            rewrite f03900-saldo-periodo
            if   ws-operacao-ok
                 move "EFD039"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03900 section.

            delete pd03900
            if   ws-operacao-ok
                 move f03900-saldo-periodo         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD039"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
