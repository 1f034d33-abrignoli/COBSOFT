      *>=================================================================================
       9000-abrir-i-pd19400 section.
           string lnk-dat-path delimited   by "  " "\EFD194.DAT" into wid-pd19400

           open input pd19400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD194.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19400 section.
           string lnk-dat-path delimited   by "  " "\EFD194.DAT" into wid-pd19400

           open output pd19400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD194.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19400 section.
           string lnk-dat-path delimited   by "  " "\EFD194.DAT" into wid-pd19400

           open i-o pd19400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD194.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19400-grt section.

            start pd19400 key is greater f19400-chave

       exit.

      *>=================================================================================
       9000-str-pd19400-ngrt section.

            start pd19400 key is not greater f19400-chave

       exit.

      *>=================================================================================
       9000-ler-pd19400-ran section.

            read pd19400

       exit.

      *>=================================================================================
       9000-ler-pd19400-nex section.

            read pd19400 next

       exit.

      *>=================================================================================
       9000-ler-pd19400-pre section.

            read pd19400 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19400 section.

            write f19400-publicacao-canal

       exit.

      *>=================================================================================
       9000-regravar-pd19400 section.

            rewrite f19400-publicacao-canal

       exit.
