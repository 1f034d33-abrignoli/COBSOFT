      *>=================================================================================
       9000-abrir-i-pd16800 section.
           string lnk-dat-path delimited   by "  " "\EFD168.DAT" into wid-pd16800

           open input pd16800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD168.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16800 section.
           string lnk-dat-path delimited   by "  " "\EFD168.DAT" into wid-pd16800

           open output pd16800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD168.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16800 section.
           string lnk-dat-path delimited   by "  " "\EFD168.DAT" into wid-pd16800

           open i-o pd16800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD168.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16800-grt section.

            start pd16800 key is greater f16800-chave

       exit.

      *>=================================================================================
       9000-str-pd16800-ngrt section.

            start pd16800 key is not greater f16800-chave

       exit.

      *>=================================================================================
       9000-ler-pd16800-ran section.

            read pd16800

       exit.

      *>=================================================================================
       9000-ler-pd16800-nex section.

            read pd16800 next

       exit.

      *>=================================================================================
       9000-ler-pd16800-pre section.

            read pd16800 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16800 section.

            write f16800-pagamento-nota

       exit.

      *>=================================================================================
       9000-regravar-pd16800 section.

            rewrite f16800-pagamento-nota

       exit.
