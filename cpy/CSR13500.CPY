      *>=================================================================================
       9000-abrir-i-pd13500 section.
           string lnk-dat-path delimited   by "  " "\EFD135.DAT" into wid-pd13500

           open input pd13500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD135.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd13500 section.
           string lnk-dat-path delimited   by "  " "\EFD135.DAT" into wid-pd13500

           open output pd13500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD135.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd13500 section.
           string lnk-dat-path delimited   by "  " "\EFD135.DAT" into wid-pd13500

           open i-o pd13500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD135.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13500-grt section.

            start pd13500 key is greater f13500-chave

       exit.

      *>=================================================================================
       9000-str-pd13500-ngrt section.

            start pd13500 key is not greater f13500-chave

       exit.

      *>=================================================================================
       9000-ler-pd13500-ran section.

            read pd13500

       exit.

      *>=================================================================================
       9000-ler-pd13500-nex section.

            read pd13500 next

       exit.

      *>=================================================================================
       9000-ler-pd13500-pre section.

            read pd13500 previous

       exit.

      *>=================================================================================
       9000-gravar-pd13500 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13500-controle-versao

            write f13500-mva-st

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd13500 section.

            move f13500-mva-st                     to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd13500
            if   ws-operacao-ok
            and  f13500-nr-versao numeric
                 move f13500-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f13500-mva-st

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13500-controle-versao

            rewrite f13500-mva-st

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd13500 section.

            set  ws-versao-alterada                to false
            move f13500-mva-st                     to ws-ver-imagem
            read pd13500
            if   ws-operacao-ok
            and  f13500-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f13500-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f13500-mva-st
            end-if

       exit.
