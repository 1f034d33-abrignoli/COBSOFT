       9000-gravar-pd02500 section.

            write f02500-auditoria-status-empresa
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02500-auditoria-status-empresa to ws-jrn-imagem-depois
                 move "EFD025"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02500 section.

            move f02500-auditoria-status-empresa   to ws-jrn-imagem-depois
            read pd02500
            if   ws-operacao-ok
                 move f02500-auditoria-status-empresa to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02500-auditoria-status-empresa

            rewrite f02500-auditoria-status-empresa
            if   ws-operacao-ok
                 move "EFD025"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02500 section.

            delete pd02500
            if   ws-operacao-ok
                 move f02500-auditoria-status-empresa to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD025"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
