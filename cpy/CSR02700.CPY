       9000-gravar-pd02700 section.

            write f02700-conta-pagar
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02700-conta-pagar           to ws-jrn-imagem-depois
                 move "EFD027"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02700 section.

            move f02700-conta-pagar                to ws-jrn-imagem-depois
            read pd02700
            if   ws-operacao-ok
                 move f02700-conta-pagar           to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02700-conta-pagar

            rewrite f02700-conta-pagar
            if   ws-operacao-ok
                 move "EFD027"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02700 section.

            delete pd02700
            if   ws-operacao-ok
                 move f02700-conta-pagar           to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD027"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
