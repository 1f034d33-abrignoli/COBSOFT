             
      *>=================================================================================
       9000-gravar-pd05000 section.

            write f05000-mestre-nota-fiscal
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f05000-mestre-nota-fiscal    to ws-jrn-imagem-depois
                 move "EFD050"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd05000 section.

            move f05000-mestre-nota-fiscal         to ws-jrn-imagem-depois
            read pd05000
            if   ws-operacao-ok
                 move f05000-mestre-nota-fiscal    to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f05000-mestre-nota-fiscal

            rewrite f05000-mestre-nota-fiscal
            if   ws-operacao-ok
                 move "EFD050"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd05000 section.

            delete pd05000
            if   ws-operacao-ok
                 move f05000-mestre-nota-fiscal    to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD050"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
