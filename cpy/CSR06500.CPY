       9000-gravar-pd06500 section.

            write f06500-auditoria-alteracao
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06500-auditoria-alteracao   to ws-jrn-imagem-depois
                 move "EFD065"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06500 section.

            move f06500-auditoria-alteracao        to ws-jrn-imagem-depois
            read pd06500
            if   ws-operacao-ok
                 move f06500-auditoria-alteracao   to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06500-auditoria-alteracao

            rewrite f06500-auditoria-alteracao
            if   ws-operacao-ok
                 move "EFD065"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06500 section.

            delete pd06500
            if   ws-operacao-ok
                 move f06500-auditoria-alteracao   to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD065"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
