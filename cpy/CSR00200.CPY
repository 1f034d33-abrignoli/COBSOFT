             
      *>=================================================================================
       9000-gravar-pd00200 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f00200-controle-versao

            write f00200-pais
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f00200-pais                  to ws-jrn-imagem-depois
                 move "EFD002"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd00200 section.

            move f00200-pais                       to ws-jrn-imagem-depois
            move zeros                             to ws-ver-nr-versao
            read pd00200
            if   ws-operacao-ok
                 move f00200-pais                  to ws-jrn-imagem-antes
                 if   f00200-nr-versao numeric
                      move f00200-nr-versao        to ws-ver-nr-versao
                 end-if
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f00200-pais

      *> Versão seguinte à do disco, com o carimbo de quem regravou
            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f00200-controle-versao

            rewrite f00200-pais
            if   ws-operacao-ok
                 move "EFD002"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd00200 section.

            delete pd00200
            if   ws-operacao-ok
                 move f00200-pais                  to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD002"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd00200 section.

            set  ws-versao-alterada                to false
            move f00200-pais                       to ws-ver-imagem
            read pd00200
            if   ws-operacao-ok
            and  f00200-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f00200-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f00200-pais
            end-if

       exit.
