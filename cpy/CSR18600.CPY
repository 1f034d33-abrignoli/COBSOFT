      *>=================================================================================
       9000-abrir-i-pd18600 section.
           string lnk-dat-path delimited   by "  " "\EFD186.DAT" into wid-pd18600

           open input pd18600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD186.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18600 section.
           string lnk-dat-path delimited   by "  " "\EFD186.DAT" into wid-pd18600

           open output pd18600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD186.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18600 section.
           string lnk-dat-path delimited   by "  " "\EFD186.DAT" into wid-pd18600

           open i-o pd18600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD186.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18600-grt section.

            start pd18600 key is greater f18600-chave

       exit.

      *>=================================================================================
       9000-str-pd18600-ngrt section.

            start pd18600 key is not greater f18600-chave

       exit.

      *>=================================================================================
       9000-ler-pd18600-ran section.

            read pd18600

       exit.

      *>=================================================================================
       9000-ler-pd18600-nex section.

            read pd18600 next

       exit.

      *>=================================================================================
       9000-ler-pd18600-pre section.

            read pd18600 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18600 section.

            write f18600-janela-recebimento

       exit.

      *>=================================================================================
       9000-regravar-pd18600 section.

            rewrite f18600-janela-recebimento

       exit.
