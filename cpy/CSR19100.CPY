      *>=================================================================================
       9000-abrir-i-pd19100 section.
           string lnk-dat-path delimited   by "  " "\EFD191.DAT" into wid-pd19100

           open input pd19100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD191.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19100 section.
           string lnk-dat-path delimited   by "  " "\EFD191.DAT" into wid-pd19100

           open output pd19100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD191.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19100 section.
           string lnk-dat-path delimited   by "  " "\EFD191.DAT" into wid-pd19100

           open i-o pd19100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD191.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19100-grt section.

            start pd19100 key is greater f19100-chave

       exit.

      *>=================================================================================
       9000-str-pd19100-ngrt section.

            start pd19100 key is not greater f19100-chave

       exit.

      *>=================================================================================
       9000-ler-pd19100-ran section.

            read pd19100

       exit.

      *>=================================================================================
       9000-ler-pd19100-nex section.

            read pd19100 next

       exit.

      *>=================================================================================
       9000-ler-pd19100-pre section.

            read pd19100 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19100 section.

            write f19100-motorista

       exit.

      *>=================================================================================
       9000-regravar-pd19100 section.

            rewrite f19100-motorista

       exit.
