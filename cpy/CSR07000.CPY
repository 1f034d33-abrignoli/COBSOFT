             
      *>=================================================================================
       9000-gravar-pd07000 section.

            write f07000-item-nota-fiscal
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f07000-item-nota-fiscal      to ws-jrn-imagem-depois
                 move "EFD070"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd07000 section.

            move f07000-item-nota-fiscal           to ws-jrn-imagem-depois
            read pd07000
            if   ws-operacao-ok
                 move f07000-item-nota-fiscal      to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f07000-item-nota-fiscal

            rewrite f07000-item-nota-fiscal
            if   ws-operacao-ok
                 move "EFD070"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd07000 section.

            delete pd07000
            if   ws-operacao-ok
                 move f07000-item-nota-fiscal      to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD070"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
