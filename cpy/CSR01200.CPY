            
      *>================================================================
       9000-gravar-pd01200 section.

            write f01200-usuario-perfil
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f01200-usuario-perfil        to ws-jrn-imagem-depois
                 move "EFD012"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd01200 section.

            move f01200-usuario-perfil             to ws-jrn-imagem-depois
            read pd01200
            if   ws-operacao-ok
                 move f01200-usuario-perfil        to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f01200-usuario-perfil

            rewrite f01200-usuario-perfil
            if   ws-operacao-ok
                 move "EFD012"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
       9000-excluir-pd01200 section.

            delete pd01200
            if   ws-operacao-ok
                 move f01200-usuario-perfil        to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD012"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
      

