      *>=================================================================================
       9000-abrir-i-pd14100 section.
           string lnk-dat-path delimited   by "  " "\EFD141.DAT" into wid-pd14100

           open input pd14100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD141.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14100 section.
           string lnk-dat-path delimited   by "  " "\EFD141.DAT" into wid-pd14100

           open output pd14100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD141.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14100 section.
           string lnk-dat-path delimited   by "  " "\EFD141.DAT" into wid-pd14100

           open i-o pd14100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD141.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14100-grt section.

            start pd14100 key is greater f14100-chave

       exit.

      *>=================================================================================
       9000-str-pd14100-ngrt section.

            start pd14100 key is not greater f14100-chave

       exit.

      *>=================================================================================
       9000-str-pd14100-grt-1 section.

            start pd14100 key is greater f14100-chave-1

       exit.

      *>=================================================================================
       9000-ler-pd14100-ran-1 section.

            read pd14100 key is f14100-chave-1

       exit.

      *>=================================================================================
       9000-ler-pd14100-ran section.

            read pd14100

       exit.

      *>=================================================================================
       9000-ler-pd14100-nex section.

            read pd14100 next

       exit.

      *>=================================================================================
       9000-ler-pd14100-pre section.

            read pd14100 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14100 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f14100-controle-versao

            write f14100-conta-contabil

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd14100 section.

            move f14100-conta-contabil             to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd14100
            if   ws-operacao-ok
            and  f14100-nr-versao numeric
                 move f14100-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f14100-conta-contabil

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f14100-controle-versao

            rewrite f14100-conta-contabil

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd14100 section.

            set  ws-versao-alterada                to false
            move f14100-conta-contabil             to ws-ver-imagem
            read pd14100
            if   ws-operacao-ok
            and  f14100-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f14100-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f14100-conta-contabil
            end-if

       exit.
