       9000-gravar-pd02400 section.

            write f02400-auditoria-acesso-negado
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02400-auditoria-acesso-negado to ws-jrn-imagem-depois
                 move "EFD024"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02400 section.

            move f02400-auditoria-acesso-negado    to ws-jrn-imagem-depois
            read pd02400
            if   ws-operacao-ok
                 move f02400-auditoria-acesso-negado to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02400-auditoria-acesso-negado

            rewrite f02400-auditoria-acesso-negado
            if   ws-operacao-ok
                 move "EFD024"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02400 section.

            delete pd02400
            if   ws-operacao-ok
                 move f02400-auditoria-acesso-negado to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD024"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
