      *>=================================================================================
       9000-abrir-i-pd20400 section.
           string lnk-dat-path delimited   by "  " "\EFD204.DAT" into wid-pd20400

           open input pd20400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD204.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd20400 section.
           string lnk-dat-path delimited   by "  " "\EFD204.DAT" into wid-pd20400

           open output pd20400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD204.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd20400 section.
           string lnk-dat-path delimited   by "  " "\EFD204.DAT" into wid-pd20400

           open i-o pd20400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD204.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd20400-grt section.

            start pd20400 key is greater f20400-chave

       exit.

      *>=================================================================================
       9000-str-pd20400-ngrt section.

            start pd20400 key is not greater f20400-chave

       exit.

      *>=================================================================================
       9000-ler-pd20400-ran section.

            read pd20400

       exit.

      *>=================================================================================
       9000-ler-pd20400-nex section.

            read pd20400 next

       exit.

      *>=================================================================================
       9000-ler-pd20400-pre section.

            read pd20400 previous

       exit.

      *>=================================================================================
       9000-gravar-pd20400 section.

            write f20400-saldo-embalagem

       exit.

      *>=================================================================================
       9000-regravar-pd20400 section.

            rewrite f20400-saldo-embalagem

       exit.
