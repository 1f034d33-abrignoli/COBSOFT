      *>=================================================================================
       9000-abrir-i-pd15800 section.
           string lnk-dat-path delimited   by "  " "\EFD158.DAT" into wid-pd15800

           open input pd15800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD158.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15800 section.
           string lnk-dat-path delimited   by "  " "\EFD158.DAT" into wid-pd15800

           open output pd15800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD158.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15800 section.
           string lnk-dat-path delimited   by "  " "\EFD158.DAT" into wid-pd15800

           open i-o pd15800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD158.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15800-grt section.

            start pd15800 key is greater f15800-chave

       exit.

      *>=================================================================================
       9000-str-pd15800-ngrt section.

            start pd15800 key is not greater f15800-chave

       exit.

      *>=================================================================================
       9000-ler-pd15800-ran section.

            read pd15800

       exit.

      *>=================================================================================
       9000-ler-pd15800-nex section.

            read pd15800 next

       exit.

      *>=================================================================================
       9000-ler-pd15800-pre section.

            read pd15800 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15800 section.

            write f15800-cliente-exterior

       exit.

      *>=================================================================================
       9000-regravar-pd15800 section.

            rewrite f15800-cliente-exterior

       exit.
