      *>=================================================================================
       9000-abrir-i-pd20500 section.
           string lnk-dat-path delimited   by "  " "\EFD205.DAT" into wid-pd20500

           open input pd20500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD205.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd20500 section.
           string lnk-dat-path delimited   by "  " "\EFD205.DAT" into wid-pd20500

           open output pd20500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD205.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd20500 section.
           string lnk-dat-path delimited   by "  " "\EFD205.DAT" into wid-pd20500

           open i-o pd20500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD205.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd20500-grt section.

            start pd20500 key is greater f20500-chave

       exit.

      *>=================================================================================
       9000-str-pd20500-ngrt section.

            start pd20500 key is not greater f20500-chave

       exit.

      *>=================================================================================
       9000-ler-pd20500-ran section.

            read pd20500

       exit.

      *>=================================================================================
       9000-ler-pd20500-nex section.

            read pd20500 next

       exit.

      *>=================================================================================
       9000-ler-pd20500-pre section.

            read pd20500 previous

       exit.

      *>=================================================================================
       9000-gravar-pd20500 section.

            write f20500-movimento-embalagem

       exit.

      *>=================================================================================
       9000-regravar-pd20500 section.

            rewrite f20500-movimento-embalagem

       exit.
