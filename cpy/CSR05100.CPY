             
      *>=================================================================================
       9000-gravar-pd05100 section.

            write f05100-item-nota-fiscal
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f05100-item-nota-fiscal      to ws-jrn-imagem-depois
                 move "EFD051"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd05100 section.

            move f05100-item-nota-fiscal           to ws-jrn-imagem-depois
            read pd05100
            if   ws-operacao-ok
                 move f05100-item-nota-fiscal      to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f05100-item-nota-fiscal

            rewrite f05100-item-nota-fiscal
            if   ws-operacao-ok
                 move "EFD051"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd05100 section.

            delete pd05100
            if   ws-operacao-ok
                 move f05100-item-nota-fiscal      to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD051"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
