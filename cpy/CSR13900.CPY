      *>=================================================================================
       9000-abrir-i-pd13900 section.
           string lnk-dat-path delimited   by "  " "\EFD139.DAT" into wid-pd13900

           open input pd13900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD139.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd13900 section.
           string lnk-dat-path delimited   by "  " "\EFD139.DAT" into wid-pd13900

           open output pd13900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD139.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd13900 section.
           string lnk-dat-path delimited   by "  " "\EFD139.DAT" into wid-pd13900

           open i-o pd13900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD139.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13900-grt section.

            start pd13900 key is greater f13900-chave

       exit.

      *>=================================================================================
       9000-str-pd13900-ngrt section.

            start pd13900 key is not greater f13900-chave

       exit.

      *>=================================================================================
       9000-ler-pd13900-ran section.

            read pd13900

       exit.

      *>=================================================================================
       9000-ler-pd13900-nex section.

            read pd13900 next

       exit.

      *>=================================================================================
       9000-ler-pd13900-pre section.

            read pd13900 previous

       exit.

      *>=================================================================================
       9000-gravar-pd13900 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13900-controle-versao

            write f13900-bem-ativo

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd13900 section.

            move f13900-bem-ativo                  to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd13900
            if   ws-operacao-ok
            and  f13900-nr-versao numeric
                 move f13900-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f13900-bem-ativo

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13900-controle-versao

            rewrite f13900-bem-ativo

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd13900 section.

            set  ws-versao-alterada                to false
            move f13900-bem-ativo                  to ws-ver-imagem
            read pd13900
            if   ws-operacao-ok
            and  f13900-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f13900-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f13900-bem-ativo
            end-if

       exit.
