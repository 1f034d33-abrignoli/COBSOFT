      *>=================================================================================
       9000-abrir-i-pd17100 section.
           string lnk-dat-path delimited   by "  " "\EFD171.DAT" into wid-pd17100

           open input pd17100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD171.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17100 section.
           string lnk-dat-path delimited   by "  " "\EFD171.DAT" into wid-pd17100

           open output pd17100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD171.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17100 section.
           string lnk-dat-path delimited   by "  " "\EFD171.DAT" into wid-pd17100

           open i-o pd17100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD171.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17100-grt section.

            start pd17100 key is greater f17100-chave

       exit.

      *>=================================================================================
       9000-str-pd17100-ngrt section.

            start pd17100 key is not greater f17100-chave

       exit.

      *>=================================================================================
       9000-ler-pd17100-ran section.

            read pd17100

       exit.

      *>=================================================================================
       9000-ler-pd17100-nex section.

            read pd17100 next

       exit.

      *>=================================================================================
       9000-ler-pd17100-pre section.

            read pd17100 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17100 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f17100-controle-versao

            write f17100-promocao

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd17100 section.

            move f17100-promocao                   to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd17100
            if   ws-operacao-ok
            and  f17100-nr-versao numeric
                 move f17100-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f17100-promocao

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f17100-controle-versao

            rewrite f17100-promocao

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd17100 section.

            set  ws-versao-alterada                to false
            move f17100-promocao                   to ws-ver-imagem
            read pd17100
            if   ws-operacao-ok
            and  f17100-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f17100-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f17100-promocao
            end-if

       exit.
