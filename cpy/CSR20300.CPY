      *>=================================================================================
       9000-abrir-i-pd20300 section.
           string lnk-dat-path delimited   by "  " "\EFD203.DAT" into wid-pd20300

           open input pd20300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD203.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd20300 section.
           string lnk-dat-path delimited   by "  " "\EFD203.DAT" into wid-pd20300

           open output pd20300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD203.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd20300 section.
           string lnk-dat-path delimited   by "  " "\EFD203.DAT" into wid-pd20300

           open i-o pd20300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD203.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd20300-grt section.

            start pd20300 key is greater f20300-chave

       exit.

      *>=================================================================================
       9000-str-pd20300-ngrt section.

            start pd20300 key is not greater f20300-chave

       exit.

      *>=================================================================================
       9000-ler-pd20300-ran section.

            read pd20300

       exit.

      *>=================================================================================
       9000-ler-pd20300-nex section.

            read pd20300 next

       exit.

      *>=================================================================================
       9000-ler-pd20300-pre section.

            read pd20300 previous

       exit.

      *>=================================================================================
       9000-gravar-pd20300 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f20300-controle-versao

            write f20300-vinculo-embalagem

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd20300 section.

            move f20300-vinculo-embalagem           to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd20300
            if   ws-operacao-ok
            and  f20300-nr-versao numeric
                 move f20300-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f20300-vinculo-embalagem

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f20300-controle-versao

            rewrite f20300-vinculo-embalagem

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd20300 section.

            set  ws-versao-alterada                to false
            move f20300-vinculo-embalagem           to ws-ver-imagem
            read pd20300
            if   ws-operacao-ok
            and  f20300-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f20300-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f20300-vinculo-embalagem
            end-if

       exit.
