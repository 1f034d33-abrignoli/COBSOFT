      *>=================================================================================
       9000-abrir-i-pd19500 section.
           string lnk-dat-path delimited   by "  " "\EFD195.DAT" into wid-pd19500

           open input pd19500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD195.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19500 section.
           string lnk-dat-path delimited   by "  " "\EFD195.DAT" into wid-pd19500

           open output pd19500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD195.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19500 section.
           string lnk-dat-path delimited   by "  " "\EFD195.DAT" into wid-pd19500

           open i-o pd19500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD195.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19500-grt section.

            start pd19500 key is greater f19500-chave

       exit.

      *>=================================================================================
       9000-str-pd19500-ngrt section.

            start pd19500 key is not greater f19500-chave

       exit.

      *>=================================================================================
       9000-ler-pd19500-ran section.

            read pd19500

       exit.

      *>=================================================================================
       9000-ler-pd19500-nex section.

            read pd19500 next

       exit.

      *>=================================================================================
       9000-ler-pd19500-pre section.

            read pd19500 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19500 section.

            write f19500-chave-bi

       exit.

      *>=================================================================================
       9000-regravar-pd19500 section.

            rewrite f19500-chave-bi

       exit.
