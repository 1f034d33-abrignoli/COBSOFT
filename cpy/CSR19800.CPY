      *>=================================================================================
       9000-abrir-i-pd19800 section.
           string lnk-dat-path delimited   by "  " "\EFD198.DAT" into wid-pd19800

           open input pd19800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD198.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd19800 section.
           string lnk-dat-path delimited   by "  " "\EFD198.DAT" into wid-pd19800

           open output pd19800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD198.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd19800 section.
           string lnk-dat-path delimited   by "  " "\EFD198.DAT" into wid-pd19800

           open i-o pd19800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD198.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19800-grt section.

            start pd19800 key is greater f19800-chave

       exit.

      *>=================================================================================
       9000-str-pd19800-ngrt section.

            start pd19800 key is not greater f19800-chave

       exit.

      *>=================================================================================
       9000-ler-pd19800-ran section.

            read pd19800

       exit.

      *>=================================================================================
       9000-ler-pd19800-nex section.

            read pd19800 next

       exit.

      *>=================================================================================
       9000-ler-pd19800-pre section.

            read pd19800 previous

       exit.

      *>=================================================================================
       9000-gravar-pd19800 section.

            write f19800-liberacao-segregacao

       exit.

      *>=================================================================================
       9000-regravar-pd19800 section.

            rewrite f19800-liberacao-segregacao

       exit.
