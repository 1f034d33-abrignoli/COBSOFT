       9000-gravar-pd04000 section.

            write f04000-reserva
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f04000-reserva               to ws-jrn-imagem-depois
                 move "EFD040"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd04000 section.

            move f04000-reserva                    to ws-jrn-imagem-depois
            read pd04000
            if   ws-operacao-ok
                 move f04000-reserva               to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f04000-reserva

            rewrite f04000-reserva
            if   ws-operacao-ok
                 move "EFD040"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd04000 section.

            delete pd04000
            if   ws-operacao-ok
                 move f04000-reserva               to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD040"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
