      *>=================================================================================
       9000-abrir-i-pd20200 section.
           string lnk-dat-path delimited   by "  " "\EFD202.DAT" into wid-pd20200

           open input pd20200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD202.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd20200 section.
           string lnk-dat-path delimited   by "  " "\EFD202.DAT" into wid-pd20200

           open output pd20200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD202.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd20200 section.
           string lnk-dat-path delimited   by "  " "\EFD202.DAT" into wid-pd20200

           open i-o pd20200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD202.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd20200-grt section.

            start pd20200 key is greater f20200-chave

       exit.

      *>=================================================================================
       9000-str-pd20200-ngrt section.

            start pd20200 key is not greater f20200-chave

       exit.

      *>=================================================================================
       9000-ler-pd20200-ran section.

            read pd20200

       exit.

      *>=================================================================================
       9000-ler-pd20200-nex section.

            read pd20200 next

       exit.

      *>=================================================================================
       9000-ler-pd20200-pre section.

            read pd20200 previous

       exit.

      *>=================================================================================
       9000-gravar-pd20200 section.

            write f20200-embalagem-retornavel

       exit.

      *>=================================================================================
       9000-regravar-pd20200 section.

            rewrite f20200-embalagem-retornavel

       exit.
