      *>=================================================================================
       9000-abrir-i-pd14000 section.
           string lnk-dat-path delimited   by "  " "\EFD140.DAT" into wid-pd14000

           open input pd14000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD140.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14000 section.
           string lnk-dat-path delimited   by "  " "\EFD140.DAT" into wid-pd14000

           open output pd14000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD140.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14000 section.
           string lnk-dat-path delimited   by "  " "\EFD140.DAT" into wid-pd14000

           open i-o pd14000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD140.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14000-grt section.

            start pd14000 key is greater f14000-chave

       exit.

      *>=================================================================================
       9000-str-pd14000-ngrt section.

            start pd14000 key is not greater f14000-chave

       exit.

      *>=================================================================================
       9000-ler-pd14000-ran section.

            read pd14000

       exit.

      *>=================================================================================
       9000-ler-pd14000-nex section.

            read pd14000 next

       exit.

      *>=================================================================================
       9000-ler-pd14000-pre section.

            read pd14000 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14000 section.

            write f14000-movimento-ativo

       exit.

      *>=================================================================================
       9000-regravar-pd14000 section.

            rewrite f14000-movimento-ativo

       exit.
