       9000-gravar-pd03600 section.

            write f03600-item-inventario
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03600-item-inventario       to ws-jrn-imagem-depois
                 move "EFD036"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03600 section.

            move f03600-item-inventario            to ws-jrn-imagem-depois
            read pd03600
            if   ws-operacao-ok
                 move f03600-item-inventario       to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03600-item-inventario

            rewrite f03600-item-inventario
            if   ws-operacao-ok
                 move "EFD036"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03600 section.

            delete pd03600
            if   ws-operacao-ok
                 move f03600-item-inventario       to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD036"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
