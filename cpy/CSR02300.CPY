       9000-gravar-pd02300 section.

            write f02300-auditoria-login-master
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02300-auditoria-login-master to ws-jrn-imagem-depois
                 move "EFD023"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02300 section.

            move f02300-auditoria-login-master     to ws-jrn-imagem-depois
            read pd02300
            if   ws-operacao-ok
                 move f02300-auditoria-login-master to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02300-auditoria-login-master

            rewrite f02300-auditoria-login-master
            if   ws-operacao-ok
                 move "EFD023"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02300 section.

            delete pd02300
            if   ws-operacao-ok
                 move f02300-auditoria-login-master to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD023"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
