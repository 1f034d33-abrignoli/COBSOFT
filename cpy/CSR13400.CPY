      *>=================================================================================
       9000-abrir-i-pd13400 section.
           string lnk-dat-path delimited   by "  " "\EFD134.DAT" into wid-pd13400

           open input pd13400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD134.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd13400 section.
           string lnk-dat-path delimited   by "  " "\EFD134.DAT" into wid-pd13400

           open output pd13400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD134.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd13400 section.
           string lnk-dat-path delimited   by "  " "\EFD134.DAT" into wid-pd13400

           open i-o pd13400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD134.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13400-grt section.

            start pd13400 key is greater f13400-chave

       exit.

      *>=================================================================================
       9000-str-pd13400-ngrt section.

            start pd13400 key is not greater f13400-chave

       exit.

      *>=================================================================================
       9000-ler-pd13400-ran section.

            read pd13400

       exit.

      *>=================================================================================
       9000-ler-pd13400-nex section.

            read pd13400 next

       exit.

      *>=================================================================================
       9000-ler-pd13400-pre section.

            read pd13400 previous

       exit.

      *>=================================================================================
       9000-gravar-pd13400 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13400-controle-versao

            write f13400-class-trib

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd13400 section.

            move f13400-class-trib                 to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd13400
            if   ws-operacao-ok
            and  f13400-nr-versao numeric
                 move f13400-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f13400-class-trib

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13400-controle-versao

            rewrite f13400-class-trib

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd13400 section.

            set  ws-versao-alterada                to false
            move f13400-class-trib                 to ws-ver-imagem
            read pd13400
            if   ws-operacao-ok
            and  f13400-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f13400-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f13400-class-trib
            end-if

       exit.
