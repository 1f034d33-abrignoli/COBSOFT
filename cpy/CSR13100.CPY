      *>=================================================================================
       9000-gravar-pd13100 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13100-controle-versao

            write f13100-agendamento-job

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd13100 section.

            move f13100-agendamento-job            to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd13100
            if   ws-operacao-ok
            and  f13100-nr-versao numeric
                 move f13100-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f13100-agendamento-job

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13100-controle-versao

            rewrite f13100-agendamento-job

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd13100 section.

            set  ws-versao-alterada                to false
            move f13100-agendamento-job            to ws-ver-imagem
            read pd13100
            if   ws-operacao-ok
            and  f13100-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f13100-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f13100-agendamento-job
            end-if

       exit.
