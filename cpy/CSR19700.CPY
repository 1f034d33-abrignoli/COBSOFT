      *>=================================================================================
       9000-abrir-i-pd19700 section.
           string lnk-dat-path delimited   by "  " "\EFD197.DAT" into wid-pd19700

           open input pd19700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD197.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19700 section.
           string lnk-dat-path delimited   by "  " "\EFD197.DAT" into wid-pd19700

           open output pd19700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD197.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19700 section.
           string lnk-dat-path delimited   by "  " "\EFD197.DAT" into wid-pd19700

           open i-o pd19700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD197.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19700-grt section.

            start pd19700 key is greater f19700-chave

       exit.

      *>=================================================================================
       9000-str-pd19700-ngrt section.

            start pd19700 key is not greater f19700-chave

       exit.

      *>=================================================================================
       9000-ler-pd19700-ran section.

            read pd19700

       exit.

      *>=================================================================================
       9000-ler-pd19700-nex section.

            read pd19700 next

       exit.

      *>=================================================================================
       9000-ler-pd19700-pre section.

            read pd19700 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19700 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f19700-controle-versao

            write f19700-regra-segregacao

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd19700 section.

            move f19700-regra-segregacao           to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd19700
            if   ws-operacao-ok
            and  f19700-nr-versao numeric
                 move f19700-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f19700-regra-segregacao

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f19700-controle-versao

            rewrite f19700-regra-segregacao

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd19700 section.

            set  ws-versao-alterada                to false
            move f19700-regra-segregacao           to ws-ver-imagem
            read pd19700
            if   ws-operacao-ok
            and  f19700-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f19700-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f19700-regra-segregacao
            end-if

       exit.
