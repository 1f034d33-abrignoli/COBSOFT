      *>=================================================================================
       9000-abrir-i-pd16100 section.
           string lnk-dat-path delimited   by "  " "\EFD161.DAT" into wid-pd16100

           open input pd16100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD161.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16100 section.
           string lnk-dat-path delimited   by "  " "\EFD161.DAT" into wid-pd16100

           open output pd16100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD161.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16100 section.
           string lnk-dat-path delimited   by "  " "\EFD161.DAT" into wid-pd16100

           open i-o pd16100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD161.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16100-grt section.

            start pd16100 key is greater f16100-chave

       exit.

      *>=================================================================================
       9000-str-pd16100-ngrt section.

            start pd16100 key is not greater f16100-chave

       exit.

      *>=================================================================================
       9000-str-pd16100-grt-1 section.

            start pd16100 key is greater f16100-chave-1

       exit.

      *>=================================================================================
       9000-ler-pd16100-ran section.

            read pd16100

       exit.

      *>=================================================================================
       9000-ler-pd16100-nex section.

            read pd16100 next

       exit.

      *>=================================================================================
       9000-ler-pd16100-pre section.

            read pd16100 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16100 section.

            write f16100-consignacao-fornecedor

       exit.

      *>=================================================================================
       9000-regravar-pd16100 section.

            rewrite f16100-consignacao-fornecedor

       exit.
