      *>=================================================================================
       9000-gravar-pd06200 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f06200-controle-versao

            write f06200-tabela-preco
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f06200-tabela-preco          to ws-jrn-imagem-depois
                 move "EFD062"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd06200 section.

            move f06200-tabela-preco               to ws-jrn-imagem-depois
            move zeros                             to ws-ver-nr-versao
            read pd06200
            if   ws-operacao-ok
                 move f06200-tabela-preco          to ws-jrn-imagem-antes
                 if   f06200-nr-versao numeric
                      move f06200-nr-versao        to ws-ver-nr-versao
                 end-if
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f06200-tabela-preco

      *> Versão seguinte à do disco, com o carimbo de quem regravou
            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f06200-controle-versao

            rewrite f06200-tabela-preco
            if   ws-operacao-ok
                 move "EFD062"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd06200 section.

            delete pd06200
            if   ws-operacao-ok
                 move f06200-tabela-preco          to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD062"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd06200 section.

            set  ws-versao-alterada                to false
            move f06200-tabela-preco               to ws-ver-imagem
            read pd06200
            if   ws-operacao-ok
            and  f06200-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f06200-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f06200-tabela-preco
            end-if

       exit.
