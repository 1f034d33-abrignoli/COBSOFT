       9000-gravar-pd04600 section.

            write f04600-envio-email
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f04600-envio-email           to ws-jrn-imagem-depois
                 move "EFD046"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd04600 section.

            move f04600-envio-email                to ws-jrn-imagem-depois
            read pd04600
            if   ws-operacao-ok
                 move f04600-envio-email           to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f04600-envio-email

            rewrite f04600-envio-email
            if   ws-operacao-ok
                 move "EFD046"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd04600 section.

            delete pd04600
            if   ws-operacao-ok
                 move f04600-envio-email           to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD046"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
