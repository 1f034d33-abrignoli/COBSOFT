      *>=================================================================================
       9000-gravar-pd04700 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f04700-controle-versao

            write f04700-parametro
            if   ws-operacao-ok
                 move spaces                       to ws-jrn-imagem-antes
                 move f04700-parametro             to ws-jrn-imagem-depois
                 move "EFD047"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-inclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Imagem anterior relida pela chave antes de regravar
       9000-regravar-pd04700 section.

            move f04700-parametro                  to ws-jrn-imagem-depois
            move zeros                             to ws-ver-nr-versao
            read pd04700
            if   ws-operacao-ok
                 move f04700-parametro             to ws-jrn-imagem-antes
                 if   f04700-nr-versao numeric
                      move f04700-nr-versao        to ws-ver-nr-versao
                 end-if
            else
                 move spaces                       to ws-jrn-imagem-antes
            end-if
            move ws-jrn-imagem-depois              to f04700-parametro

      *> Versão seguinte à do disco, com o carimbo de quem regravou
            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f04700-controle-versao

            rewrite f04700-parametro
            if   ws-operacao-ok
                 move "EFD047"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-alteracao             to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
       9000-excluir-pd04700 section.

            delete pd04700
            if   ws-operacao-ok
                 move f04700-parametro             to ws-jrn-imagem-antes
                 move spaces                       to ws-jrn-imagem-depois
                 move "EFD047"                     to ws-jrn-nome-arquivo
                 set  ws-jrn-exclusao              to true
                 perform 9000-registrar-journal
            end-if

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd04700 section.

            set  ws-versao-alterada                to false
            move f04700-parametro                  to ws-ver-imagem
            read pd04700
            if   ws-operacao-ok
            and  f04700-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f04700-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f04700-parametro
            end-if

       exit.
