       
      *>================================================================
       9000-gravar-pd00100 section.

            write f00100-modulos
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f00100-modulos               to ws-jrn-imagem-depois
                 move "EFD001"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd00100 section.

            move f00100-modulos                    to ws-jrn-imagem-depois
            read pd00100
            if   ws-operacao-ok
                 move f00100-modulos               to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f00100-modulos

            rewrite f00100-modulos
            if   ws-operacao-ok
                 move "EFD001"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>================================================================
       9000-excluir-pd00100 section.

            delete pd00100
            if   ws-operacao-ok
                 move f00100-modulos               to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD001"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
