      *>=================================================================================
       9000-abrir-i-pd14200 section.
           string lnk-dat-path delimited   by "  " "\EFD142.DAT" into wid-pd14200

           open input pd14200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD142.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14200 section.
           string lnk-dat-path delimited   by "  " "\EFD142.DAT" into wid-pd14200

           open output pd14200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD142.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14200 section.
           string lnk-dat-path delimited   by "  " "\EFD142.DAT" into wid-pd14200

           open i-o pd14200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD142.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14200-grt section.

            start pd14200 key is greater f14200-chave

       exit.

      *>=================================================================================
       9000-str-pd14200-ngrt section.

            start pd14200 key is not greater f14200-chave

       exit.

      *>=================================================================================
       9000-ler-pd14200-ran section.

            read pd14200

       exit.

      *>=================================================================================
       9000-ler-pd14200-nex section.

            read pd14200 next

       exit.

      *>=================================================================================
       9000-ler-pd14200-pre section.

            read pd14200 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14200 section.

            write f14200-periodo-contabil

       exit.

      *>=================================================================================
       9000-regravar-pd14200 section.

            rewrite f14200-periodo-contabil

       exit.
