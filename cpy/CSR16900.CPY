      *>=================================================================================
       9000-abrir-i-pd16900 section.
           string lnk-dat-path delimited   by "  " "\EFD169.DAT" into wid-pd16900

           open input pd16900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD169.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16900 section.
           string lnk-dat-path delimited   by "  " "\EFD169.DAT" into wid-pd16900

           open output pd16900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD169.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16900 section.
           string lnk-dat-path delimited   by "  " "\EFD169.DAT" into wid-pd16900

           open i-o pd16900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD169.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16900-grt section.

            start pd16900 key is greater f16900-chave

       exit.

      *>=================================================================================
       9000-str-pd16900-ngrt section.

            start pd16900 key is not greater f16900-chave

       exit.

      *>=================================================================================
       9000-ler-pd16900-ran section.

            read pd16900

       exit.

      *>=================================================================================
       9000-ler-pd16900-nex section.

            read pd16900 next

       exit.

      *>=================================================================================
       9000-ler-pd16900-pre section.

            read pd16900 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16900 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f16900-controle-versao

            write f16900-regra-fidelidade

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd16900 section.

            move f16900-regra-fidelidade           to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd16900
            if   ws-operacao-ok
            and  f16900-nr-versao numeric
                 move f16900-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f16900-regra-fidelidade

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f16900-controle-versao

            rewrite f16900-regra-fidelidade

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd16900 section.

            set  ws-versao-alterada                to false
            move f16900-regra-fidelidade           to ws-ver-imagem
            read pd16900
            if   ws-operacao-ok
            and  f16900-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f16900-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f16900-regra-fidelidade
            end-if

       exit.
