      *>=================================================================================
       9000-abrir-i-pd14500 section.
           string lnk-dat-path delimited   by "  " "\EFD145.DAT" into wid-pd14500

           open input pd14500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD145.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14500 section.
           string lnk-dat-path delimited   by "  " "\EFD145.DAT" into wid-pd14500

           open output pd14500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD145.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14500 section.
           string lnk-dat-path delimited   by "  " "\EFD145.DAT" into wid-pd14500

           open i-o pd14500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD145.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14500-grt section.

            start pd14500 key is greater f14500-chave

       exit.

      *>=================================================================================
       9000-str-pd14500-ngrt section.

            start pd14500 key is not greater f14500-chave

       exit.

      *>=================================================================================
       9000-ler-pd14500-ran section.

            read pd14500

       exit.

      *>=================================================================================
       9000-ler-pd14500-nex section.

            read pd14500 next

       exit.

      *>=================================================================================
       9000-ler-pd14500-pre section.

            read pd14500 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14500 section.

            write f14500-adiantamento

       exit.

      *>=================================================================================
       9000-regravar-pd14500 section.

            rewrite f14500-adiantamento

       exit.
