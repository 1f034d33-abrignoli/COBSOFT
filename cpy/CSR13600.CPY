      *>=================================================================================
       9000-abrir-i-pd13600 section.
           string lnk-dat-path delimited   by "  " "\EFD136.DAT" into wid-pd13600

           open input pd13600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD136.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd13600 section.
           string lnk-dat-path delimited   by "  " "\EFD136.DAT" into wid-pd13600

           open output pd13600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD136.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd13600 section.
           string lnk-dat-path delimited   by "  " "\EFD136.DAT" into wid-pd13600

           open i-o pd13600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD136.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13600-grt section.

            start pd13600 key is greater f13600-chave

       exit.

      *>=================================================================================
       9000-str-pd13600-ngrt section.

            start pd13600 key is not greater f13600-chave

       exit.

      *>=================================================================================
       9000-ler-pd13600-ran section.

            read pd13600

       exit.

      *>=================================================================================
       9000-ler-pd13600-nex section.

            read pd13600 next

       exit.

      *>=================================================================================
       9000-ler-pd13600-pre section.

            read pd13600 previous

       exit.

      *>=================================================================================
       9000-gravar-pd13600 section.

            write f13600-guia-gnre

       exit.

      *>=================================================================================
       9000-regravar-pd13600 section.

            rewrite f13600-guia-gnre

       exit.
