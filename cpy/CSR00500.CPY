             
      *>=================================================================================
       9000-gravar-pd00500 section.

            write f00500-bairro
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f00500-bairro                to ws-jrn-imagem-depois
                 move "EFD005"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd00500 section.

            move f00500-bairro                     to ws-jrn-imagem-depois
            read pd00500
            if   ws-operacao-ok
                 move f00500-bairro                to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f00500-bairro

            rewrite f00500-bairro
            if   ws-operacao-ok
                 move "EFD005"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd00500 section.

            delete pd00500
            if   ws-operacao-ok
                 move f00500-bairro                to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD005"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
