       9000-gravar-pd07300 section.

            write f07300-spool
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f07300-spool                 to ws-jrn-imagem-depois
                 move "EFD073"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd07300 section.

            move f07300-spool                      to ws-jrn-imagem-depois
            read pd07300
            if   ws-operacao-ok
                 move f07300-spool                 to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f07300-spool

            rewrite f07300-spool
            if   ws-operacao-ok
                 move "EFD073"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd07300 section.

            delete pd07300
            if   ws-operacao-ok
                 move f07300-spool                 to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD073"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
