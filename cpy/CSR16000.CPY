      *>=================================================================================
       9000-abrir-i-pd16000 section.
           string lnk-dat-path delimited   by "  " "\EFD160.DAT" into wid-pd16000

           open input pd16000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD160.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16000 section.
           string lnk-dat-path delimited   by "  " "\EFD160.DAT" into wid-pd16000

           open output pd16000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD160.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16000 section.
           string lnk-dat-path delimited   by "  " "\EFD160.DAT" into wid-pd16000

           open i-o pd16000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD160.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16000-grt section.

            start pd16000 key is greater f16000-chave

       exit.

      *>=================================================================================
       9000-str-pd16000-ngrt section.

            start pd16000 key is not greater f16000-chave

       exit.

      *>=================================================================================
       9000-str-pd16000-grt-1 section.

            start pd16000 key is greater f16000-chave-1

       exit.

      *>=================================================================================
       9000-ler-pd16000-ran section.

            read pd16000

       exit.

      *>=================================================================================
       9000-ler-pd16000-nex section.

            read pd16000 next

       exit.

      *>=================================================================================
       9000-ler-pd16000-pre section.

            read pd16000 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16000 section.

            write f16000-saldo-entrega-futura

       exit.

      *>=================================================================================
       9000-regravar-pd16000 section.

            rewrite f16000-saldo-entrega-futura

       exit.
