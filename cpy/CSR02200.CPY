             
      *>=================================================================================
       9000-gravar-pd02200 section.

            write f02200-parametros-nfe
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02200-parametros-nfe        to ws-jrn-imagem-depois
                 move "EFD022"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02200 section.

            move f02200-parametros-nfe             to ws-jrn-imagem-depois
            read pd02200
            if   ws-operacao-ok
                 move f02200-parametros-nfe        to ws-jrn-imagem-antes
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02200-parametros-nfe

            rewrite f02200-parametros-nfe
            if   ws-operacao-ok
                 move "EFD022"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02200 section.

            delete pd02200
            if   ws-operacao-ok
                 move f02200-parametros-nfe        to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD022"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.
     
