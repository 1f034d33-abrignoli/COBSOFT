      *>=================================================================================
       9000-gravar-pd08400 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f08400-controle-versao

            write f08400-natureza-operacao

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd08400 section.

            move f08400-natureza-operacao          to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd08400
            if   ws-operacao-ok
            and  f08400-nr-versao numeric
                 move f08400-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f08400-natureza-operacao

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f08400-controle-versao

            rewrite f08400-natureza-operacao

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd08400 section.

            set  ws-versao-alterada                to false
            move f08400-natureza-operacao          to ws-ver-imagem
            read pd08400
            if   ws-operacao-ok
            and  f08400-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f08400-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f08400-natureza-operacao
            end-if

       exit.
