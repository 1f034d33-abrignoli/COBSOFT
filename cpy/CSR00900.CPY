            
      *>================================================================
       9000-gravar-pd00900 section.

            write f00900-usuario-empresa
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f00900-usuario-empresa       to ws-jrn-imagem-depois
                 move "EFD009"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd00900 section.

            move f00900-usuario-empresa            to ws-jrn-imagem-depois
            read pd00900
            if   ws-operacao-ok
                 move f00900-usuario-empresa       to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f00900-usuario-empresa

            rewrite f00900-usuario-empresa
            if   ws-operacao-ok
                 move "EFD009"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
       9000-excluir-pd00900 section.

            delete pd00900
            if   ws-operacao-ok
                 move f00900-usuario-empresa       to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD009"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
      
