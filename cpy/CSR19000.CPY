      *>=================================================================================
       9000-abrir-i-pd19000 section.
           string lnk-dat-path delimited   by "  " "\EFD190.DAT" into wid-pd19000

           open input pd19000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD190.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19000 section.
           string lnk-dat-path delimited   by "  " "\EFD190.DAT" into wid-pd19000

           open output pd19000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD190.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19000 section.
           string lnk-dat-path delimited   by "  " "\EFD190.DAT" into wid-pd19000

           open i-o pd19000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD190.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19000-grt section.

            start pd19000 key is greater f19000-chave

       exit.

      *>=================================================================================
       9000-str-pd19000-ngrt section.

            start pd19000 key is not greater f19000-chave

       exit.

      *>=================================================================================
       9000-ler-pd19000-ran section.

            read pd19000

       exit.

      *>=================================================================================
       9000-ler-pd19000-nex section.

            read pd19000 next

       exit.

      *>=================================================================================
       9000-ler-pd19000-pre section.

            read pd19000 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19000 section.

            write f19000-veiculo

       exit.

      *>=================================================================================
       9000-regravar-pd19000 section.

            rewrite f19000-veiculo

       exit.
