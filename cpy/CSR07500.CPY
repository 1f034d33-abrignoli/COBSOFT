       9000-gravar-pd07500 section.

            write f07500-sequencia
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f07500-sequencia             to ws-jrn-imagem-depois
                 move "EFD075"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd07500 section.

            move f07500-sequencia                  to ws-jrn-imagem-depois
            read pd07500
            if   ws-operacao-ok
                 move f07500-sequencia             to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f07500-sequencia

            rewrite f07500-sequencia
            if   ws-operacao-ok
                 move "EFD075"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Registro já lido com lock pelo chamador, que guardou a imagem
      *> anterior em ws-jrn-imagem-antes - não relê, para não soltar o
      *> lock antes do rewrite
       9000-regravar-pd07500-locado section.

            rewrite f07500-sequencia
            if   ws-operacao-ok
                 move f07500-sequencia             to ws-jrn-imagem-depois
                 move "EFD075"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd07500 section.

            delete pd07500
            if   ws-operacao-ok
                 move f07500-sequencia             to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD075"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
