            
      *>================================================================
       9000-gravar-pd01100 section.

            write f01100-perfil-modulo
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f01100-perfil-modulo         to ws-jrn-imagem-depois
                 move "EFD011"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd01100 section.

            move f01100-perfil-modulo              to ws-jrn-imagem-depois
            read pd01100
            if   ws-operacao-ok
                 move f01100-perfil-modulo         to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f01100-perfil-modulo

            rewrite f01100-perfil-modulo
            if   ws-operacao-ok
                 move "EFD011"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
       9000-excluir-pd01100 section.

            delete pd01100
            if   ws-operacao-ok
                 move f01100-perfil-modulo         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD011"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
