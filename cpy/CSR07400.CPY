      *>=================================================================================
       9000-gravar-pd07400 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f07400-controle-versao

            write f07400-calendario
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f07400-calendario            to ws-jrn-imagem-depois
                 move "EFD074"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd07400 section.

            move f07400-calendario                 to ws-jrn-imagem-depois
            move zeros                             to ws-ver-nr-versao
            read pd07400
            if   ws-operacao-ok
                 move f07400-calendario            to ws-jrn-imagem-antes
                 if   f07400-nr-versao numeric
                      move f07400-nr-versao        to ws-ver-nr-versao
                 end-if
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f07400-calendario

      *> Versão seguinte à do disco, com o carimbo de quem regravou
            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f07400-controle-versao

            rewrite f07400-calendario
            if   ws-operacao-ok
                 move "EFD074"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd07400 section.

            delete pd07400
            if   ws-operacao-ok
                 move f07400-calendario            to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD074"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd07400 section.

            set  ws-versao-alterada                to false
            move f07400-calendario                 to ws-ver-imagem
            read pd07400
            if   ws-operacao-ok
            and  f07400-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f07400-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f07400-calendario
            end-if

       exit.
