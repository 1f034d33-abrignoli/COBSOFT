             
      *>================================================================
       9000-gravar-pd00000 section.

            write f00000-programas
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f00000-programas             to ws-jrn-imagem-depois
                 move "EFD000"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd00000 section.

            move f00000-programas                  to ws-jrn-imagem-depois
            read pd00000
            if   ws-operacao-ok
                 move f00000-programas             to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f00000-programas

            rewrite f00000-programas
            if   ws-operacao-ok
                 move "EFD000"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
       9000-excluir-pd00000 section.

            delete pd00000
            if   ws-operacao-ok
                 move f00000-programas             to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD000"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
      

