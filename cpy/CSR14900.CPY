      *>=================================================================================
       9000-abrir-i-pd14900 section.
           string lnk-dat-path delimited   by "  " "\EFD149.DAT" into wid-pd14900

           open input pd14900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD149.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14900 section.
           string lnk-dat-path delimited   by "  " "\EFD149.DAT" into wid-pd14900

           open output pd14900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD149.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14900 section.
           string lnk-dat-path delimited   by "  " "\EFD149.DAT" into wid-pd14900

           open i-o pd14900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD149.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14900-grt section.

            start pd14900 key is greater f14900-chave

       exit.

      *>=================================================================================
       9000-str-pd14900-ngrt section.

            start pd14900 key is not greater f14900-chave

       exit.

      *>=================================================================================
       9000-ler-pd14900-ran section.

            read pd14900

       exit.

      *>=================================================================================
       9000-ler-pd14900-nex section.

            read pd14900 next

       exit.

      *>=================================================================================
       9000-ler-pd14900-pre section.

            read pd14900 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14900 section.

            write f14900-cheque

       exit.

      *>=================================================================================
       9000-regravar-pd14900 section.

            rewrite f14900-cheque

       exit.
