      *>=================================================================================
       9000-gravar-pd05200 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f05200-controle-versao

            write f05200-tabela-frete
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f05200-tabela-frete          to ws-jrn-imagem-depois
                 move "EFD052"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd05200 section.

            move f05200-tabela-frete               to ws-jrn-imagem-depois
            move zeros                             to ws-ver-nr-versao
            read pd05200
            if   ws-operacao-ok
                 move f05200-tabela-frete          to ws-jrn-imagem-antes
                 if   f05200-nr-versao numeric
                      move f05200-nr-versao        to ws-ver-nr-versao
                 end-if
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f05200-tabela-frete

      *> Versão seguinte à do disco, com o carimbo de quem regravou
            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f05200-controle-versao

            rewrite f05200-tabela-frete
            if   ws-operacao-ok
                 move "EFD052"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd05200 section.

            delete pd05200
            if   ws-operacao-ok
                 move f05200-tabela-frete          to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD052"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd05200 section.

            set  ws-versao-alterada                to false
            move f05200-tabela-frete               to ws-ver-imagem
            read pd05200
            if   ws-operacao-ok
            and  f05200-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f05200-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f05200-tabela-frete
            end-if

       exit.
