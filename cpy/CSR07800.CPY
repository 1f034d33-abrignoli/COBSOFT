       9000-gravar-pd07800 section.

            write f07800-fechamento-diario
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f07800-fechamento-diario     to ws-jrn-imagem-depois
                 move "EFD078"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd07800 section.

            move f07800-fechamento-diario          to ws-jrn-imagem-depois
            read pd07800
            if   ws-operacao-ok
                 move f07800-fechamento-diario     to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f07800-fechamento-diario

            rewrite f07800-fechamento-diario
            if   ws-operacao-ok
                 move "EFD078"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd07800 section.

            delete pd07800
            if   ws-operacao-ok
                 move f07800-fechamento-diario     to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD078"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
