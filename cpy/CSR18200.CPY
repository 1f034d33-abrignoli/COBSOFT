      *>=================================================================================
       9000-abrir-i-pd18200 section.
           string lnk-dat-path delimited   by "  " "\EFD182.DAT" into wid-pd18200

           open input pd18200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD182.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18200 section.
           string lnk-dat-path delimited   by "  " "\EFD182.DAT" into wid-pd18200

           open output pd18200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD182.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18200 section.
           string lnk-dat-path delimited   by "  " "\EFD182.DAT" into wid-pd18200

           open i-o pd18200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD182.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18200-grt section.

            start pd18200 key is greater f18200-chave

       exit.

      *>=================================================================================
       9000-str-pd18200-ngrt section.

            start pd18200 key is not greater f18200-chave

       exit.

      *>=================================================================================
       9000-ler-pd18200-ran section.

            read pd18200

       exit.

      *>=================================================================================
       9000-ler-pd18200-nex section.

            read pd18200 next

       exit.

      *>=================================================================================
       9000-ler-pd18200-pre section.

            read pd18200 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18200 section.

            write f18200-rnc

       exit.

      *>=================================================================================
       9000-regravar-pd18200 section.

            rewrite f18200-rnc

       exit.
