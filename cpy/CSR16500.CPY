      *>=================================================================================
       9000-abrir-i-pd16500 section.
           string lnk-dat-path delimited   by "  " "\EFD165.DAT" into wid-pd16500

           open input pd16500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD165.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16500 section.
           string lnk-dat-path delimited   by "  " "\EFD165.DAT" into wid-pd16500

           open output pd16500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD165.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16500 section.
           string lnk-dat-path delimited   by "  " "\EFD165.DAT" into wid-pd16500

           open i-o pd16500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD165.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16500-grt section.

            start pd16500 key is greater f16500-chave

       exit.

      *>=================================================================================
       9000-str-pd16500-ngrt section.

            start pd16500 key is not greater f16500-chave

       exit.

      *>=================================================================================
       9000-ler-pd16500-ran section.

            read pd16500

       exit.

      *>=================================================================================
       9000-ler-pd16500-nex section.

            read pd16500 next

       exit.

      *>=================================================================================
       9000-ler-pd16500-pre section.

            read pd16500 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16500 section.

            write f16500-sku-grade

       exit.

      *>=================================================================================
       9000-regravar-pd16500 section.

            rewrite f16500-sku-grade

       exit.
