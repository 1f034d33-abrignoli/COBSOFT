      *>=================================================================================
       9000-abrir-i-pd19200 section.
           string lnk-dat-path delimited   by "  " "\EFD192.DAT" into wid-pd19200

           open input pd19200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD192.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19200 section.
           string lnk-dat-path delimited   by "  " "\EFD192.DAT" into wid-pd19200

           open output pd19200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD192.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19200 section.
           string lnk-dat-path delimited   by "  " "\EFD192.DAT" into wid-pd19200

           open i-o pd19200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD192.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19200-grt section.

            start pd19200 key is greater f19200-chave

       exit.

      *>=================================================================================
       9000-str-pd19200-ngrt section.

            start pd19200 key is not greater f19200-chave

       exit.

      *>=================================================================================
       9000-ler-pd19200-ran section.

            read pd19200

       exit.

      *>=================================================================================
       9000-ler-pd19200-nex section.

            read pd19200 next

       exit.

      *>=================================================================================
       9000-ler-pd19200-pre section.

            read pd19200 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19200 section.

            write f19200-lancamento-frota

       exit.

      *>=================================================================================
       9000-regravar-pd19200 section.

            rewrite f19200-lancamento-frota

       exit.
