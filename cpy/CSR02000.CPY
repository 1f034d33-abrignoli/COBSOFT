       9000-gravar-pd02000 section.

            write f02000-transportador
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02000-transportador         to ws-jrn-imagem-depois
                 move "EFD020"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02000 section.

            move f02000-transportador              to ws-jrn-imagem-depois
            read pd02000
            if   ws-operacao-ok
                 move f02000-transportador         to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02000-transportador

            rewrite f02000-transportador
            if   ws-operacao-ok
                 move "EFD020"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02000 section.

            delete pd02000
            if   ws-operacao-ok
                 move f02000-transportador         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD020"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
