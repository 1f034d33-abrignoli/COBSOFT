      *>=================================================================================
       9000-abrir-i-pd18000 section.
           string lnk-dat-path delimited   by "  " "\EFD180.DAT" into wid-pd18000

           open input pd18000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD180.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18000 section.
           string lnk-dat-path delimited   by "  " "\EFD180.DAT" into wid-pd18000

           open output pd18000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD180.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18000 section.
           string lnk-dat-path delimited   by "  " "\EFD180.DAT" into wid-pd18000

           open i-o pd18000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD180.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18000-grt section.

            start pd18000 key is greater f18000-chave

       exit.

      *>=================================================================================
       9000-str-pd18000-ngrt section.

            start pd18000 key is not greater f18000-chave

       exit.

      *>=================================================================================
       9000-ler-pd18000-ran section.

            read pd18000

       exit.

      *>=================================================================================
       9000-ler-pd18000-nex section.

            read pd18000 next

       exit.

      *>=================================================================================
       9000-ler-pd18000-pre section.

            read pd18000 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18000 section.

            write f18000-ordem-manutencao

       exit.

      *>=================================================================================
       9000-regravar-pd18000 section.

            rewrite f18000-ordem-manutencao

       exit.
