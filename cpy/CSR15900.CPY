      *>=================================================================================
       9000-abrir-i-pd15900 section.
           string lnk-dat-path delimited   by "  " "\EFD159.DAT" into wid-pd15900

           open input pd15900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD159.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15900 section.
           string lnk-dat-path delimited   by "  " "\EFD159.DAT" into wid-pd15900

           open output pd15900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD159.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15900 section.
           string lnk-dat-path delimited   by "  " "\EFD159.DAT" into wid-pd15900

           open i-o pd15900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD159.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15900-grt section.

            start pd15900 key is greater f15900-chave

       exit.

      *>=================================================================================
       9000-str-pd15900-ngrt section.

            start pd15900 key is not greater f15900-chave

       exit.

      *>=================================================================================
       9000-ler-pd15900-ran section.

            read pd15900

       exit.

      *>=================================================================================
       9000-ler-pd15900-nex section.

            read pd15900 next

       exit.

      *>=================================================================================
       9000-ler-pd15900-pre section.

            read pd15900 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15900 section.

            write f15900-nota-exportacao

       exit.

      *>=================================================================================
       9000-regravar-pd15900 section.

            rewrite f15900-nota-exportacao

       exit.
