            
      *>================================================================
       9000-gravar-pd01300 section.

            write f01300-usuario-modulo
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f01300-usuario-modulo        to ws-jrn-imagem-depois
                 move "EFD013"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd01300 section.

            move f01300-usuario-modulo             to ws-jrn-imagem-depois
            read pd01300
            if   ws-operacao-ok
                 move f01300-usuario-modulo        to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f01300-usuario-modulo

            rewrite f01300-usuario-modulo
            if   ws-operacao-ok
                 move "EFD013"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
       9000-excluir-pd01300 section.

            delete pd01300
            if   ws-operacao-ok
                 move f01300-usuario-modulo        to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD013"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
      
