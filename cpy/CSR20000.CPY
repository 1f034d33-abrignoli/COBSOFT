      *>=================================================================================
       9000-abrir-i-pd20000 section.
           string lnk-dat-path delimited   by "  " "\EFD200.DAT" into wid-pd20000

           open input pd20000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD200.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd20000 section.
           string lnk-dat-path delimited   by "  " "\EFD200.DAT" into wid-pd20000

           open output pd20000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD200.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd20000 section.
           string lnk-dat-path delimited   by "  " "\EFD200.DAT" into wid-pd20000

           open i-o pd20000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD200.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd20000-grt section.

            start pd20000 key is greater f20000-chave

       exit.

      *>=================================================================================
       9000-str-pd20000-ngrt section.

            start pd20000 key is not greater f20000-chave

       exit.

      *>=================================================================================
       9000-ler-pd20000-ran section.

            read pd20000

       exit.

      *>=================================================================================
       9000-ler-pd20000-nex section.

            read pd20000 next

       exit.

      *>=================================================================================
       9000-ler-pd20000-pre section.

            read pd20000 previous

       exit.

      *>=================================================================================
       9000-gravar-pd20000 section.

            write f20000-uso-delegacao

       exit.

      *>=================================================================================
       9000-regravar-pd20000 section.

            rewrite f20000-uso-delegacao

       exit.
