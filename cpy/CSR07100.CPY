       9000-gravar-pd07100 section.

            write f07100-execucao-job
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f07100-execucao-job          to ws-jrn-imagem-depois
                 move "EFD071"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd07100 section.

            move f07100-execucao-job               to ws-jrn-imagem-depois
            read pd07100
            if   ws-operacao-ok
                 move f07100-execucao-job          to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f07100-execucao-job

            rewrite f07100-execucao-job
            if   ws-operacao-ok
                 move "EFD071"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd07100 section.

            delete pd07100
            if   ws-operacao-ok
                 move f07100-execucao-job          to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD071"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
