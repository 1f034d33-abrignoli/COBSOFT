      *>=================================================================================
       9000-abrir-i-pd15400 section.
           string lnk-dat-path delimited   by "  " "\EFD154.DAT" into wid-pd15400

           open input pd15400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD154.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15400 section.
           string lnk-dat-path delimited   by "  " "\EFD154.DAT" into wid-pd15400

           open output pd15400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD154.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15400 section.
           string lnk-dat-path delimited   by "  " "\EFD154.DAT" into wid-pd15400

           open i-o pd15400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD154.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15400-grt section.

            start pd15400 key is greater f15400-chave

       exit.

      *>=================================================================================
       9000-str-pd15400-ngrt section.

            start pd15400 key is not greater f15400-chave

       exit.

      *>=================================================================================
       9000-ler-pd15400-ran section.

            read pd15400

       exit.

      *>=================================================================================
       9000-ler-pd15400-nex section.

            read pd15400 next

       exit.

      *>=================================================================================
       9000-ler-pd15400-pre section.

            read pd15400 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15400 section.

            move 1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f15400-controle-versao

            write f15400-regra-pdd

       exit.

      *>=================================================================================
      *> Versão seguinte à do disco, com o carimbo de quem regravou
       9000-regravar-pd15400 section.

            move f15400-regra-pdd                  to ws-ver-imagem
            move zeros                             to ws-ver-nr-versao
            read pd15400
            if   ws-operacao-ok
            and  f15400-nr-versao numeric
                 move f15400-nr-versao             to ws-ver-nr-versao
            end-if
            move ws-ver-imagem                     to f15400-regra-pdd

            add  1                                 to ws-ver-nr-versao
            perform 9000-carimbar-versao
            move ws-ver-carimbo                    to f15400-controle-versao

            rewrite f15400-regra-pdd

       exit.

      *>=================================================================================
      *> Antes de regravar uma manutenção: o registro em disco ainda tem o
      *> carimbo guardado em ws-ver-carimbo-lido na leitura? Regravado por
      *> outro usuário no meio tempo, fica na área do arquivo a imagem
      *> atual e em ws-ver-carimbo quem alterou.
       9000-conferir-versao-pd15400 section.

            set  ws-versao-alterada                to false
            move f15400-regra-pdd                  to ws-ver-imagem
            read pd15400
            if   ws-operacao-ok
            and  f15400-controle-versao not equal ws-ver-carimbo-lido
                 set  ws-versao-alterada           to true
                 move f15400-controle-versao       to ws-ver-carimbo
            else
                 move ws-ver-imagem                to f15400-regra-pdd
            end-if

       exit.
