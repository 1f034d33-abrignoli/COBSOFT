       9000-gravar-pd04900 section.

            write f04900-nota-embarque
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f04900-nota-embarque         to ws-jrn-imagem-depois
                 move "EFD049"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd04900 section.

            move f04900-nota-embarque              to ws-jrn-imagem-depois
            read pd04900
            if   ws-operacao-ok
                 move f04900-nota-embarque         to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f04900-nota-embarque

            rewrite f04900-nota-embarque
            if   ws-operacao-ok
                 move "EFD049"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd04900 section.

            delete pd04900
            if   ws-operacao-ok
                 move f04900-nota-embarque         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD049"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
