      *>=================================================================================
       9000-abrir-i-pd15100 section.
           string lnk-dat-path delimited   by "  " "\EFD151.DAT" into wid-pd15100

           open input pd15100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD151.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15100 section.
           string lnk-dat-path delimited   by "  " "\EFD151.DAT" into wid-pd15100

           open output pd15100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD151.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15100 section.
           string lnk-dat-path delimited   by "  " "\EFD151.DAT" into wid-pd15100

           open i-o pd15100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD151.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15100-grt section.

            start pd15100 key is greater f15100-chave

       exit.

      *>=================================================================================
       9000-str-pd15100-ngrt section.

            start pd15100 key is not greater f15100-chave

       exit.

      *>=================================================================================
       9000-ler-pd15100-ran section.

            read pd15100

       exit.

      *>=================================================================================
       9000-ler-pd15100-ran-1 section.

            read pd15100 key is f15100-chave-1

       exit.

      *>=================================================================================
       9000-ler-pd15100-nex section.

            read pd15100 next

       exit.

      *>=================================================================================
       9000-ler-pd15100-pre section.

            read pd15100 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15100 section.

            write f15100-boleto-dda

       exit.

      *>=================================================================================
       9000-regravar-pd15100 section.

            rewrite f15100-boleto-dda

       exit.
