      *>=================================================================================
       9000-abrir-i-pd19300 section.
           string lnk-dat-path delimited   by "  " "\EFD193.DAT" into wid-pd19300

           open input pd19300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD193.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19300 section.
           string lnk-dat-path delimited   by "  " "\EFD193.DAT" into wid-pd19300

           open output pd19300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD193.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19300 section.
           string lnk-dat-path delimited   by "  " "\EFD193.DAT" into wid-pd19300

           open i-o pd19300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD193.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19300-grt section.

            start pd19300 key is greater f19300-chave

       exit.

      *>=================================================================================
       9000-str-pd19300-ngrt section.

            start pd19300 key is not greater f19300-chave

       exit.

      *>=================================================================================
       9000-ler-pd19300-ran section.

            read pd19300

       exit.

      *>=================================================================================
       9000-ler-pd19300-nex section.

            read pd19300 next

       exit.

      *>=================================================================================
       9000-ler-pd19300-pre section.

            read pd19300 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19300 section.

            write f19300-canal-venda

       exit.

      *>=================================================================================
       9000-regravar-pd19300 section.

            rewrite f19300-canal-venda

       exit.
