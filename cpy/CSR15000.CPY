      *>=================================================================================
       9000-abrir-i-pd15000 section.
           string lnk-dat-path delimited   by "  " "\EFD150.DAT" into wid-pd15000

           open input pd15000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD150.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15000 section.
           string lnk-dat-path delimited   by "  " "\EFD150.DAT" into wid-pd15000

           open output pd15000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD150.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15000 section.
           string lnk-dat-path delimited   by "  " "\EFD150.DAT" into wid-pd15000

           open i-o pd15000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD150.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15000-grt section.

            start pd15000 key is greater f15000-chave

       exit.

      *>=================================================================================
       9000-str-pd15000-ngrt section.

            start pd15000 key is not greater f15000-chave

       exit.

      *>=================================================================================
       9000-ler-pd15000-ran section.

            read pd15000

       exit.

      *>=================================================================================
       9000-ler-pd15000-nex section.

            read pd15000 next

       exit.

      *>=================================================================================
       9000-ler-pd15000-pre section.

            read pd15000 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15000 section.

            write f15000-titulo-cheque

       exit.

      *>=================================================================================
       9000-regravar-pd15000 section.

            rewrite f15000-titulo-cheque

       exit.
