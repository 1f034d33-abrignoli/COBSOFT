      *>=================================================================================
       9000-gravar-pd09300 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f09300-controle-versao

            write f09300-centro-custo

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd09300 section.

            move f09300-centro-custo               to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd09300
            if   ws-operacao-ok
            and  f09300-nr-versao numeric
                 move f09300-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f09300-centro-custo

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f09300-controle-versao

            rewrite f09300-centro-custo

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd09300 section.

            set  ws-versao-alterada                to false
            move f09300-centro-custo               to ws-ver-imagem
            read pd09300
            if   ws-operacao-ok
            and  f09300-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f09300-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f09300-centro-custo
            end-if

       exit.
