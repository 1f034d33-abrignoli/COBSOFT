      *>=================================================================================
       9000-abrir-i-pd15200 section.
           string lnk-dat-path delimited   by "  " "\EFD152.DAT" into wid-pd15200

           open input pd15200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD152.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15200 section.
           string lnk-dat-path delimited   by "  " "\EFD152.DAT" into wid-pd15200

           open output pd15200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD152.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15200 section.
           string lnk-dat-path delimited   by "  " "\EFD152.DAT" into wid-pd15200

           open i-o pd15200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD152.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15200-grt section.

            start pd15200 key is greater f15200-chave

       exit.

      *>=================================================================================
       9000-str-pd15200-ngrt section.

            start pd15200 key is not greater f15200-chave

       exit.

      *>=================================================================================
       9000-ler-pd15200-ran section.

            read pd15200

       exit.

      *>=================================================================================
       9000-ler-pd15200-nex section.

            read pd15200 next

       exit.

      *>=================================================================================
       9000-ler-pd15200-pre section.

            read pd15200 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15200 section.

            write f15200-bordero-desconto

       exit.

      *>=================================================================================
       9000-regravar-pd15200 section.

            rewrite f15200-bordero-desconto

       exit.
