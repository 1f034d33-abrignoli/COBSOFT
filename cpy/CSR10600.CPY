      *>=================================================================================
       9000-gravar-pd10600 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f10600-controle-versao

            write f10600-limite-preco

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd10600 section.

            move f10600-limite-preco               to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd10600
            if   ws-operacao-ok
            and  f10600-nr-versao numeric
                 move f10600-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f10600-limite-preco

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f10600-controle-versao

            rewrite f10600-limite-preco

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd10600 section.

            set  ws-versao-alterada                to false
            move f10600-limite-preco               to ws-ver-imagem
            read pd10600
            if   ws-operacao-ok
            and  f10600-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f10600-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f10600-limite-preco
            end-if

       exit.
