      *>=================================================================================
       9000-abrir-i-pd15600 section.
           string lnk-dat-path delimited   by "  " "\EFD156.DAT" into wid-pd15600

           open input pd15600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD156.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15600 section.
           string lnk-dat-path delimited   by "  " "\EFD156.DAT" into wid-pd15600

           open output pd15600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD156.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15600 section.
           string lnk-dat-path delimited   by "  " "\EFD156.DAT" into wid-pd15600

           open i-o pd15600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD156.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15600-grt section.

            start pd15600 key is greater f15600-chave

       exit.

      *>=================================================================================
       9000-str-pd15600-ngrt section.

            start pd15600 key is not greater f15600-chave

       exit.

      *>=================================================================================
       9000-ler-pd15600-ran section.

            read pd15600

       exit.

      *>=================================================================================
       9000-ler-pd15600-nex section.

            read pd15600 next

       exit.

      *>=================================================================================
       9000-ler-pd15600-pre section.

            read pd15600 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15600 section.

            write f15600-processo-importacao

       exit.

      *>=================================================================================
       9000-regravar-pd15600 section.

            rewrite f15600-processo-importacao

       exit.
