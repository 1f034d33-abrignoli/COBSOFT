      *>=================================================================================
       9000-gravar-pd08200 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f08200-controle-versao

            write f08200-aliquota-uf

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd08200 section.

            move f08200-aliquota-uf                to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd08200
            if   ws-operacao-ok
            and  f08200-nr-versao numeric
                 move f08200-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f08200-aliquota-uf

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f08200-controle-versao

            rewrite f08200-aliquota-uf

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd08200 section.

            set  ws-versao-alterada                to false
            move f08200-aliquota-uf                to ws-ver-imagem
            read pd08200
            if   ws-operacao-ok
            and  f08200-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f08200-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f08200-aliquota-uf
            end-if

       exit.
