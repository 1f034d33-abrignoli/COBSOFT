      *>=================================================================================
       9000-abrir-i-pd16600 section.
           string lnk-dat-path delimited   by "  " "\EFD166.DAT" into wid-pd16600

           open input pd16600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD166.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16600 section.
           string lnk-dat-path delimited   by "  " "\EFD166.DAT" into wid-pd16600

           open output pd16600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD166.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16600 section.
           string lnk-dat-path delimited   by "  " "\EFD166.DAT" into wid-pd16600

           open i-o pd16600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD166.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16600-grt section.

            start pd16600 key is greater f16600-chave

       exit.

      *>=================================================================================
       9000-str-pd16600-ngrt section.

            start pd16600 key is not greater f16600-chave

       exit.

      *>=================================================================================
       9000-ler-pd16600-ran section.

            read pd16600

       exit.

      *>=================================================================================
       9000-ler-pd16600-nex section.

            read pd16600 next

       exit.

      *>=================================================================================
       9000-ler-pd16600-pre section.

            read pd16600 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16600 section.

            write f16600-produto-balanca

       exit.

      *>=================================================================================
       9000-regravar-pd16600 section.

            rewrite f16600-produto-balanca

       exit.
