             
      *>=================================================================================
       9000-gravar-pd02100 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f02100-controle-versao

            write f02100-preco-produto
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f02100-preco-produto         to ws-jrn-imagem-depois
                 move "EFD021"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd02100 section.

            move f02100-preco-produto              to ws-jrn-imagem-depois
            move zeros                             to ws-ver-nr-versao
            read pd02100
            if   ws-operacao-ok
                 move f02100-preco-produto         to ws-jrn-imagem-antes
                 if   f02100-nr-versao numeric
                      move f02100-nr-versao        to ws-ver-nr-versao
                 end-if
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f02100-preco-produto

      *> Versão seguinte à do disco, com o carimbo de quem regravou
            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f02100-controle-versao

            rewrite f02100-preco-produto
            if   ws-operacao-ok
                 move "EFD021"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd02100 section.

            delete pd02100
            if   ws-operacao-ok
                 move f02100-preco-produto         to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD021"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd02100 section.

            set  ws-versao-alterada                to false
            move f02100-preco-produto              to ws-ver-imagem
            read pd02100
            if   ws-operacao-ok
            and  f02100-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f02100-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f02100-preco-produto
            end-if

       exit.
