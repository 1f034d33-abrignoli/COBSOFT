      *>=================================================================================
       9000-abrir-i-pd19600 section.
           string lnk-dat-path delimited   by "  " "\EFD196.DAT" into wid-pd19600

           open input pd19600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD196.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19600 section.
           string lnk-dat-path delimited   by "  " "\EFD196.DAT" into wid-pd19600

           open output pd19600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD196.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19600 section.
           string lnk-dat-path delimited   by "  " "\EFD196.DAT" into wid-pd19600

           open i-o pd19600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD196.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19600-grt section.

            start pd19600 key is greater f19600-chave

       exit.

      *>=================================================================================
       9000-str-pd19600-ngrt section.

            start pd19600 key is not greater f19600-chave

       exit.

      *>=================================================================================
       9000-ler-pd19600-ran section.

            read pd19600

       exit.

      *>=================================================================================
       9000-ler-pd19600-nex section.

            read pd19600 next

       exit.

      *>=================================================================================
       9000-ler-pd19600-pre section.

            read pd19600 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19600 section.

            write f19600-controle-bi

       exit.

      *>=================================================================================
       9000-regravar-pd19600 section.

            rewrite f19600-controle-bi

       exit.
