      *>=================================================================================
       9000-abrir-i-pd15700 section.
           string lnk-dat-path delimited   by "  " "\EFD157.DAT" into wid-pd15700

           open input pd15700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD157.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15700 section.
           string lnk-dat-path delimited   by "  " "\EFD157.DAT" into wid-pd15700

           open output pd15700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD157.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15700 section.
           string lnk-dat-path delimited   by "  " "\EFD157.DAT" into wid-pd15700

           open i-o pd15700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD157.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15700-grt section.

            start pd15700 key is greater f15700-chave

       exit.

      *>=================================================================================
       9000-str-pd15700-ngrt section.

            start pd15700 key is not greater f15700-chave

       exit.

      *>=================================================================================
       9000-ler-pd15700-ran section.

            read pd15700

       exit.

      *>=================================================================================
       9000-ler-pd15700-nex section.

            read pd15700 next

       exit.

      *>=================================================================================
       9000-ler-pd15700-pre section.

            read pd15700 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15700 section.

            write f15700-item-importacao

       exit.

      *>=================================================================================
       9000-regravar-pd15700 section.

            rewrite f15700-item-importacao

       exit.
