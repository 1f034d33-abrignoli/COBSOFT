      *>=================================================================================
       9000-abrir-i-pd13700 section.
           string lnk-dat-path delimited   by "  " "\EFD137.DAT" into wid-pd13700

           open input pd13700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD137.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd13700 section.
           string lnk-dat-path delimited   by "  " "\EFD137.DAT" into wid-pd13700

           open output pd13700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD137.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd13700 section.
           string lnk-dat-path delimited   by "  " "\EFD137.DAT" into wid-pd13700

           open i-o pd13700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD137.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13700-grt section.

            start pd13700 key is greater f13700-chave

       exit.

      *>=================================================================================
       9000-str-pd13700-ngrt section.

            start pd13700 key is not greater f13700-chave

       exit.

      *>=================================================================================
       9000-ler-pd13700-ran section.

            read pd13700

       exit.

      *>=================================================================================
       9000-ler-pd13700-nex section.

            read pd13700 next

       exit.

      *>=================================================================================
       9000-ler-pd13700-pre section.

            read pd13700 previous

       exit.

      *>=================================================================================
       9000-gravar-pd13700 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13700-controle-versao

            write f13700-regra-retencao

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd13700 section.

            move f13700-regra-retencao             to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd13700
            if   ws-operacao-ok
            and  f13700-nr-versao numeric
                 move f13700-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f13700-regra-retencao

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f13700-controle-versao

            rewrite f13700-regra-retencao

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd13700 section.

            set  ws-versao-alterada                to false
            move f13700-regra-retencao             to ws-ver-imagem
            read pd13700
            if   ws-operacao-ok
            and  f13700-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f13700-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f13700-regra-retencao
            end-if

       exit.
