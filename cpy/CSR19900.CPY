      *>=================================================================================
       9000-abrir-i-pd19900 section.
           string lnk-dat-path delimited   by "  " "\EFD199.DAT" into wid-pd19900

           open input pd19900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD199.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19900 section.
           string lnk-dat-path delimited   by "  " "\EFD199.DAT" into wid-pd19900

           open output pd19900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD199.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19900 section.
           string lnk-dat-path delimited   by "  " "\EFD199.DAT" into wid-pd19900

           open i-o pd19900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD199.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19900-grt section.

            start pd19900 key is greater f19900-chave

       exit.

      *>=================================================================================
       9000-str-pd19900-ngrt section.

            start pd19900 key is not greater f19900-chave

       exit.

      *>=================================================================================
       9000-ler-pd19900-ran section.

            read pd19900

       exit.

      *>=================================================================================
       9000-ler-pd19900-nex section.

            read pd19900 next

       exit.

      *>=================================================================================
       9000-ler-pd19900-pre section.

            read pd19900 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19900 section.

            write f19900-delegacao-alcada

       exit.

      *>=================================================================================
       9000-regravar-pd19900 section.

            rewrite f19900-delegacao-alcada

       exit.
