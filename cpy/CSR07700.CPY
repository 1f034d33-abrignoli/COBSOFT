       9000-gravar-pd07700 section.

            write f07700-ciencia-aviso
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f07700-ciencia-aviso         to ws-jrn-imagem-depois
                 move "EFD077"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd07700 section.

            move f07700-ciencia-aviso              to ws-jrn-imagem-depois
            read pd07700
            if   ws-operacao-ok
                 move f07700-ciencia-aviso         to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f07700-ciencia-aviso

            rewrite f07700-ciencia-aviso
            if   ws-operacao-ok
                 move "EFD077"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd07700 section.

            delete pd07700
            if   ws-operacao-ok
                 move f07700-ciencia-aviso         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD077"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
