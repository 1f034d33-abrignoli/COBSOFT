      *>=================================================================================
       9000-abrir-i-pd18800 section.
           string lnk-dat-path delimited   by "  " "\EFD188.DAT" into wid-pd18800

           open input pd18800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD188.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18800 section.
           string lnk-dat-path delimited   by "  " "\EFD188.DAT" into wid-pd18800

           open output pd18800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD188.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18800 section.
           string lnk-dat-path delimited   by "  " "\EFD188.DAT" into wid-pd18800

           open i-o pd18800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD188.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18800-grt section.

            start pd18800 key is greater f18800-chave

       exit.

      *>=================================================================================
       9000-str-pd18800-ngrt section.

            start pd18800 key is not greater f18800-chave

       exit.

      *>=================================================================================
       9000-ler-pd18800-ran section.

            read pd18800

       exit.

      *>=================================================================================
       9000-ler-pd18800-nex section.

            read pd18800 next

       exit.

      *>=================================================================================
       9000-ler-pd18800-pre section.

            read pd18800 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18800 section.

            write f18800-historico-tabela-frete

       exit.

      *>=================================================================================
       9000-regravar-pd18800 section.

            rewrite f18800-historico-tabela-frete

       exit.
