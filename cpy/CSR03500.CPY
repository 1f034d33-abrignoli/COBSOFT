       9000-gravar-pd03500 section.

            write f03500-inventario
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f03500-inventario            to ws-jrn-imagem-depois
                 move "EFD035"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd03500 section.

            move f03500-inventario                 to ws-jrn-imagem-depois
            read pd03500
            if   ws-operacao-ok
                 move f03500-inventario            to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f03500-inventario

            rewrite f03500-inventario
            if   ws-operacao-ok
                 move "EFD035"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd03500 section.

            delete pd03500
            if   ws-operacao-ok
                 move f03500-inventario            to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD035"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
