             
      *>=================================================================================
       9000-gravar-pd06900 section.

            write f06900-mestre-nota-fiscal
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06900-mestre-nota-fiscal    to ws-jrn-imagem-depois
                 move "EFD069"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06900 section.

            move f06900-mestre-nota-fiscal         to ws-jrn-imagem-depois
            read pd06900
            if   ws-operacao-ok
                 move f06900-mestre-nota-fiscal    to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06900-mestre-nota-fiscal

            rewrite f06900-mestre-nota-fiscal
            if   ws-operacao-ok
                 move "EFD069"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06900 section.

            delete pd06900
            if   ws-operacao-ok
                 move f06900-mestre-nota-fiscal    to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD069"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
